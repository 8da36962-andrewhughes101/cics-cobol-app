000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLOHLM.
000030 AUTHOR.         S M HUGHES.
000040 INSTALLATION.   CICS T3 TEST REGION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM       HELLOHLM                                     *
000090*    DESCRIPTION    ONLINE SECURITY ADMINISTRATION TRANSACTION   *
000100*                   FOR THE HELLOHLD LEGAL HOLD FILE.  LETS AN   *
000110*                   ENTITLED ADMINISTRATOR PLACE, RELEASE, OR    *
000120*                   BROWSE ONE LEGAL HOLD AT A TIME BY HOLD ID;  *
000130*                   PF8 STEPS TO THE NEXT HOLD ON FILE.  A HOLD  *
000140*                   COVERS ONE OPERATOR ID, ONE TERMINAL, OR A   *
000150*                   RANGE OF LOG DATES (AN OPERATOR OR TERMINAL  *
000160*                   HOLD MAY ALSO BE NARROWED TO DATES).  WHILE  *
000170*                   IT IS ACTIVE HELLOARC LEAVES THE HELLOLOG    *
000180*                   RECORDS IT COVERS ON THE KSDS AFTER          *
000190*                   ARCHIVING THEM.                              *
000200*                                                               *
000210*                   PLACING A HOLD REQUIRES A REASON AND STAMPS  *
000220*                   THE PLACING OPERATOR AND THE DATE/TIME ON    *
000230*                   IT.  RELEASING ONE REQUIRES A NOTE AND       *
000240*                   STAMPS THE RELEASING OPERATOR THE SAME WAY;  *
000250*                   THE RECORD STAYS ON FILE AS HISTORY AND ITS  *
000260*                   HOLD ID IS NOT REUSED.  NO ONE MAY RELEASE A *
000270*                   HOLD ON THEIR OWN OPERATOR ID.               *
000280*                                                               *
000290*                   RESTRICTED TO OPERATORS ENTITLED TO HELLOHLM *
000300*                   ON THE HELLOENT FILE (HELLOSEC DECIDES);     *
000310*                   READ-ONLY ACCESS ALLOWS BROWSE ONLY.         *
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY                                       *
000340*    DATE       INIT  DESCRIPTION                                *
000350*    ---------  ----  ------------------------------------------ *
000360*    2026-10-15 SMH   ORIGINAL.                                  *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------------*
000420*    SWITCHES AND RESPONSE HOLDERS                               *
000430*----------------------------------------------------------------*
000440 01  HM-EXIT-SWITCH              PIC X(01)   VALUE 'N'.
000450     88  HM-EXIT-REQUESTED                   VALUE 'Y'.
000460 01  HM-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000470     88  HM-AUTH-DENIED                      VALUE 'Y'.
000480 01  HM-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000490     88  HM-READ-ONLY                        VALUE 'Y'.
000500 01  HM-EDIT-SW                  PIC X(01)   VALUE 'N'.
000510     88  HM-EDIT-BAD                         VALUE 'Y'.
000520 01  HM-TRAN-NAME                PIC X(08)   VALUE 'HELLOHLM'.
000530 01  HM-RESP                     PIC S9(08)  COMP.
000540 01  HM-STATUS-MSG               PIC X(60)   VALUE SPACES.
000550 01  HM-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000560*----------------------------------------------------------------*
000570*    INPUT EDIT WORK AREAS - THE KEYED HOLD, BUILT UP HERE       *
000580*    BEFORE IT IS WRITTEN, AND THE KEY THE PF8 BROWSE RUNS ON    *
000590*----------------------------------------------------------------*
000600 01  HM-TYPE-IN                  PIC X(01)   VALUE SPACE.
000610     88  HM-TYPE-IN-OPERATOR                 VALUE 'O'.
000620     88  HM-TYPE-IN-TERMINAL                 VALUE 'T'.
000630     88  HM-TYPE-IN-DATES                    VALUE 'D'.
000640     88  HM-TYPE-IN-VALID                    VALUES 'O' 'T' 'D'.
000650 01  HM-FROM-IN                  PIC 9(07)   VALUE 0.
000660 01  HM-THRU-IN                  PIC 9(07)   VALUE 9999999.
000670 01  HM-BR-KEY                   PIC X(08)   VALUE LOW-VALUES.
000680*----------------------------------------------------------------*
000690*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000700*----------------------------------------------------------------*
000710 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000720*----------------------------------------------------------------*
000730*    LEGAL HOLD RECORD AND MAINTENANCE MAP                       *
000740*----------------------------------------------------------------*
000750 COPY HELLOHLD.
000760 COPY HELLOHMMAP.
000770 COPY DFHAID.
000780
000790 LINKAGE SECTION.
000800 01  DFHCOMMAREA                 PIC X(01).
000810
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------*
000840*    0000-MAINLINE - CHECK AUTHORIZATION, THEN RUN THE           *
000850*                    PLACE/RELEASE/BROWSE LOOP.                  *
000860*----------------------------------------------------------------*
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE
000890         THRU 1000-INITIALIZE-EXIT.
000900
000910     PERFORM 1200-AUTHORIZE-USER
000920         THRU 1200-AUTHORIZE-USER-EXIT.
000930
000940     IF HM-AUTH-DENIED
000950         PERFORM 1250-SEND-DENIAL
000960             THRU 1250-SEND-DENIAL-EXIT
000970     ELSE
000980         MOVE SPACES             TO HELLOHMMAPO
000990         PERFORM 2000-DISPLAY-SCREEN
001000             THRU 3000-RECEIVE-KEY-EXIT
001010             UNTIL HM-EXIT-REQUESTED
001020     END-IF.
001030
001040     EXEC CICS RETURN
001050     END-EXEC.
001060
001070     GOBACK.
001075
001080*----------------------------------------------------------------*
001090*    1000-INITIALIZE - CLEAR WORKING STORAGE FOR A FRESH TASK.   *
001100*----------------------------------------------------------------*
001110 1000-INITIALIZE.
001120     MOVE 'N'                    TO HM-EXIT-SWITCH.
001130     MOVE 'N'                    TO HM-AUTH-SWITCH.
001140     MOVE 'N'                    TO HM-READ-ONLY-SWITCH.
001150     MOVE SPACES                 TO HM-STATUS-MSG.
001160     MOVE EIBUSERID              TO HM-OPERATOR-ID.
001170 1000-INITIALIZE-EXIT.
001180     EXIT.
001185
001190*----------------------------------------------------------------*
001200*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001210*                          NAMING THIS TRANSACTION, AND LET      *
001220*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001230*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001240*                          NOTED FOR 3000-RECEIVE-KEY.           *
001250*----------------------------------------------------------------*
001260 1200-AUTHORIZE-USER.
001270     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001280     MOVE HM-OPERATOR-ID         TO HS-OPERATOR-ID
001290                                    OF HELLOSEC-COMMAREA.
001300     MOVE HM-TRAN-NAME           TO HS-TRAN-NAME
001310                                    OF HELLOSEC-COMMAREA.
001320     EXEC CICS LINK PROGRAM('HELLOSEC')
001330         COMMAREA (HELLOSEC-COMMAREA)
001340         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001350     END-EXEC.
001360     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001370         MOVE 'N'                TO HM-AUTH-SWITCH
001380         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001390             SET HM-READ-ONLY    TO TRUE
001400         END-IF
001410     ELSE
001420         SET HM-AUTH-DENIED      TO TRUE
001430     END-IF.
001440 1200-AUTHORIZE-USER-EXIT.
001450     EXIT.
001455
001460*----------------------------------------------------------------*
001470*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
001480*                       TRANSACTION IS NOT FOR THEM AND END.     *
001490*----------------------------------------------------------------*
001500 1250-SEND-DENIAL.
001510     MOVE 'HELLOHLM - NOT AUTHORIZED FOR THIS TRANSACTION'
001520                                 TO HM-STATUS-MSG.
001530     EXEC CICS SEND TEXT
001540         FROM     (HM-STATUS-MSG)
001550         LENGTH   (LENGTH OF HM-STATUS-MSG)
001560         ERASE
001570     END-EXEC.
001580 1250-SEND-DENIAL-EXIT.
001590     EXIT.
001595
001600*----------------------------------------------------------------*
001610*    2000-DISPLAY-SCREEN - SET THE STATUS LINE, SEND THE MAP,    *
001620*                          AND WAIT FOR THE NEXT KEY.            *
001630*----------------------------------------------------------------*
001640 2000-DISPLAY-SCREEN.
001650     MOVE HM-STATUS-MSG          TO MSGFO.
001660     EXEC CICS SEND MAP('HELLOHMM')
001670         MAPSET   ('HELLOHMS')
001680         FROM     (HELLOHMMAPO)
001690         ERASE
001700         FREEKB
001710     END-EXEC.
001720 2000-DISPLAY-SCREEN-EXIT.
001730     EXIT.
001735
001740*----------------------------------------------------------------*
001750*    3000-RECEIVE-KEY - WAIT FOR A PF KEY, THEN DISPATCH ON THE  *
001760*                       FUNCTION CODE THE OPERATOR KEYED IN.     *
001770*                       PF8 NEEDS NO HOLD ID - BLANK STARTS FROM *
001780*                       THE FIRST HOLD ON FILE.                  *
001790*----------------------------------------------------------------*
001800 3000-RECEIVE-KEY.
001810     EXEC CICS RECEIVE MAP('HELLOHMM')
001820         MAPSET   ('HELLOHMS')
001830         INTO     (HELLOHMMAPI)
001840         RESP     (HM-RESP)
001850     END-EXEC.
001860     IF EIBAID = DFHPF3
001870         SET HM-EXIT-REQUESTED   TO TRUE
001880         GO TO 3000-RECEIVE-KEY-EXIT
001890     END-IF.
001900     IF EIBAID = DFHPF8
001910         PERFORM 7500-NEXT-HOLD
001920             THRU 7500-NEXT-HOLD-EXIT
001930         GO TO 3000-RECEIVE-KEY-EXIT
001940     END-IF.
001950     IF HM-RESP NOT = DFHRESP(NORMAL)
001960         MOVE 'NO INPUT RECEIVED - TRY AGAIN' TO HM-STATUS-MSG
001970         GO TO 3000-RECEIVE-KEY-EXIT
001980     END-IF.
001990     IF HLIDFI = SPACES OR HLIDFI = LOW-VALUES
002000         MOVE 'HOLD ID IS REQUIRED' TO HM-STATUS-MSG
002010         GO TO 3000-RECEIVE-KEY-EXIT
002020     END-IF.
002030     IF HM-READ-ONLY AND FUNCFI NOT = 'B'
002040         MOVE 'READ-ONLY ACCESS - ONLY BROWSE (B) IS ALLOWED'
002050                                 TO HM-STATUS-MSG
002060         GO TO 3000-RECEIVE-KEY-EXIT
002070     END-IF.
002080     EVALUATE FUNCFI
002090         WHEN 'A'
002100             PERFORM 4000-PLACE-HOLD
002110                 THRU 4000-PLACE-HOLD-EXIT
002120         WHEN 'R'
002130             PERFORM 5000-RELEASE-HOLD
002140                 THRU 5000-RELEASE-HOLD-EXIT
002150         WHEN 'B'
002160             PERFORM 7000-BROWSE-HOLD
002170                 THRU 7000-BROWSE-HOLD-EXIT
002180         WHEN OTHER
002190             MOVE 'FUNC MUST BE A, R, OR B' TO HM-STATUS-MSG
002200     END-EVALUATE.
002210 3000-RECEIVE-KEY-EXIT.
002220     EXIT.
002225
002230*----------------------------------------------------------------*
002240*    3500-EDIT-HOLD - VALIDATE THE KEYED HOLD FOR A PLACE.  AN   *
002250*                     OPERATOR HOLD NEEDS AN OPERATOR ID, A      *
002260*                     TERMINAL HOLD A TERMINAL, AND A DATE HOLD  *
002270*                     A FROM DATE.  DATES ARE 0CYYDDD OR BLANK   *
002280*                     (OPEN-ENDED), AND THE REASON IS REQUIRED.  *
002290*----------------------------------------------------------------*
002300 3500-EDIT-HOLD.
002310     MOVE 'N'                    TO HM-EDIT-SW.
002320     MOVE TYPEFI                 TO HM-TYPE-IN.
002330     IF NOT HM-TYPE-IN-VALID
002340         MOVE 'HOLD TYPE MUST BE O, T, OR D' TO HM-STATUS-MSG
002350         SET HM-EDIT-BAD         TO TRUE
002360         GO TO 3500-EDIT-HOLD-EXIT
002370     END-IF.
002380     IF HM-TYPE-IN-OPERATOR
002390             AND (OPIDFI = SPACES OR OPIDFI = LOW-VALUES)
002400         MOVE 'OPERATOR ID IS REQUIRED FOR AN OPERATOR HOLD'
002410                                 TO HM-STATUS-MSG
002420         SET HM-EDIT-BAD         TO TRUE
002430         GO TO 3500-EDIT-HOLD-EXIT
002440     END-IF.
002450     IF HM-TYPE-IN-TERMINAL
002460             AND (TERMFI = SPACES OR TERMFI = LOW-VALUES)
002470         MOVE 'TERMINAL IS REQUIRED FOR A TERMINAL HOLD'
002480                                 TO HM-STATUS-MSG
002490         SET HM-EDIT-BAD         TO TRUE
002500         GO TO 3500-EDIT-HOLD-EXIT
002510     END-IF.
002520     IF FRDTFI = SPACES OR FRDTFI = LOW-VALUES
002530         IF HM-TYPE-IN-DATES
002540             MOVE 'FROM DATE IS REQUIRED FOR A DATE HOLD'
002550                                 TO HM-STATUS-MSG
002560             SET HM-EDIT-BAD     TO TRUE
002570             GO TO 3500-EDIT-HOLD-EXIT
002580         END-IF
002590         MOVE ZERO               TO HM-FROM-IN
002600     ELSE
002610         IF FRDTFI NOT NUMERIC
002620             MOVE 'FROM DATE MUST BE NUMERIC (0CYYDDD) OR BLANK'
002630                                 TO HM-STATUS-MSG
002640             SET HM-EDIT-BAD     TO TRUE
002650             GO TO 3500-EDIT-HOLD-EXIT
002660         END-IF
002670         MOVE FRDTFI             TO HM-FROM-IN
002680     END-IF.
002690     IF THDTFI = SPACES OR THDTFI = LOW-VALUES
002700         MOVE 9999999            TO HM-THRU-IN
002710     ELSE
002720         IF THDTFI NOT NUMERIC
002730             MOVE 'THRU DATE MUST BE NUMERIC (0CYYDDD) OR BLANK'
002740                                 TO HM-STATUS-MSG
002750             SET HM-EDIT-BAD     TO TRUE
002760             GO TO 3500-EDIT-HOLD-EXIT
002770         END-IF
002780         MOVE THDTFI             TO HM-THRU-IN
002790     END-IF.
002800     IF HM-THRU-IN < HM-FROM-IN
002810         MOVE 'THRU DATE IS BEFORE THE FROM DATE'
002820                                 TO HM-STATUS-MSG
002830         SET HM-EDIT-BAD         TO TRUE
002840         GO TO 3500-EDIT-HOLD-EXIT
002850     END-IF.
002860     IF RSNFI = SPACES OR RSNFI = LOW-VALUES
002870         MOVE 'A REASON IS REQUIRED TO PLACE A HOLD'
002880                                 TO HM-STATUS-MSG
002890         SET HM-EDIT-BAD         TO TRUE
002900     END-IF.
002910 3500-EDIT-HOLD-EXIT.
002920     EXIT.
002925
002930*----------------------------------------------------------------*
002940*    4000-PLACE-HOLD - WRITE A NEW, ACTIVE HELLOHLD RECORD       *
002950*                      STAMPED WITH THE PLACING OPERATOR AND THE *
002960*                      DATE/TIME.  ONLY THE FIELDS THE HOLD TYPE *
002970*                      USES ARE KEPT.  AN EXISTING HOLD ID -     *
002980*                      ACTIVE OR RELEASED - IS REJECTED.         *
002990*----------------------------------------------------------------*
003000 4000-PLACE-HOLD.
003010     PERFORM 3500-EDIT-HOLD
003020         THRU 3500-EDIT-HOLD-EXIT.
003030     IF HM-EDIT-BAD
003040         GO TO 4000-PLACE-HOLD-EXIT
003050     END-IF.
003060     MOVE SPACES                 TO HELLOHLD-RECORD.
003070     MOVE HLIDFI                 TO HD-HOLD-ID.
003080     MOVE HM-TYPE-IN             TO HD-HOLD-TYPE.
003090     IF HD-TYPE-OPERATOR
003100         MOVE OPIDFI             TO HD-OPERATOR-ID
003110     END-IF.
003120     IF HD-TYPE-TERMINAL
003130         MOVE TERMFI             TO HD-TERMID
003140     END-IF.
003150     MOVE HM-FROM-IN             TO HD-FROM-DATE.
003160     MOVE HM-THRU-IN             TO HD-THRU-DATE.
003170     SET HD-STAT-ACTIVE          TO TRUE.
003180     MOVE RSNFI                  TO HD-REASON.
003190     EXEC CICS ASKTIME
003200     END-EXEC.
003210     MOVE HM-OPERATOR-ID         TO HD-PLACED-USER.
003220     MOVE EIBDATE                TO HD-PLACED-DATE.
003230     MOVE EIBTIME                TO HD-PLACED-TIME.
003240     MOVE ZERO                   TO HD-RELEASE-DATE.
003250     MOVE ZERO                   TO HD-RELEASE-TIME.
003260     EXEC CICS WRITE FILE('HELLOHLD')
003270         FROM     (HELLOHLD-RECORD)
003280         RIDFLD   (HD-HOLD-ID)
003290         KEYLENGTH (LENGTH OF HD-HOLD-ID)
003300         RESP     (HM-RESP)
003310     END-EXEC.
003320     IF HM-RESP = DFHRESP(NORMAL)
003330         MOVE 'HOLD PLACED'      TO HM-STATUS-MSG
003340         PERFORM 7100-SHOW-HOLD
003350             THRU 7100-SHOW-HOLD-EXIT
003360     ELSE
003370         IF HM-RESP = DFHRESP(DUPKEY) OR HM-RESP = DFHRESP(DUPREC)
003380             MOVE 'HOLD ID ALREADY ON FILE - IDS ARE NOT REUSED'
003390                                 TO HM-STATUS-MSG
003400         ELSE
003410             MOVE 'PLACE FAILED'   TO HM-STATUS-MSG
003420         END-IF
003430     END-IF.
003440 4000-PLACE-HOLD-EXIT.
003450     EXIT.
003455
003460*----------------------------------------------------------------*
003470*    5000-RELEASE-HOLD - READ THE HOLD FOR UPDATE, CHECK IT IS   *
003480*                        STILL ACTIVE AND NOT ON THE RELEASING   *
003490*                        OPERATOR'S OWN ID, AND STAMP THE        *
003500*                        RELEASING OPERATOR, THE DATE/TIME, AND  *
003510*                        THE REQUIRED NOTE ON IT.  THE RECORD    *
003520*                        STAYS ON FILE.                          *
003530*----------------------------------------------------------------*
003540 5000-RELEASE-HOLD.
003550     IF RLNTFI = SPACES OR RLNTFI = LOW-VALUES
003560         MOVE 'A RELEASE NOTE IS REQUIRED TO RELEASE A HOLD'
003570                                 TO HM-STATUS-MSG
003580         GO TO 5000-RELEASE-HOLD-EXIT
003590     END-IF.
003600     MOVE SPACES                 TO HELLOHLD-RECORD.
003610     MOVE HLIDFI                 TO HD-HOLD-ID.
003620     EXEC CICS READ FILE('HELLOHLD')
003630         INTO     (HELLOHLD-RECORD)
003640         RIDFLD   (HD-HOLD-ID)
003650         KEYLENGTH (LENGTH OF HD-HOLD-ID)
003660         UPDATE
003670         RESP     (HM-RESP)
003680     END-EXEC.
003690     IF HM-RESP NOT = DFHRESP(NORMAL)
003700         MOVE 'HOLD NOT FOUND'   TO HM-STATUS-MSG
003710         GO TO 5000-RELEASE-HOLD-EXIT
003720     END-IF.
003730     IF NOT HD-STAT-ACTIVE
003740         EXEC CICS UNLOCK FILE('HELLOHLD')
003750             RESP     (HM-RESP)
003760         END-EXEC
003770         MOVE 'HOLD IS ALREADY RELEASED' TO HM-STATUS-MSG
003780         PERFORM 7100-SHOW-HOLD
003790             THRU 7100-SHOW-HOLD-EXIT
003800         GO TO 5000-RELEASE-HOLD-EXIT
003810     END-IF.
003820     IF HD-TYPE-OPERATOR AND HD-OPERATOR-ID = HM-OPERATOR-ID
003830         EXEC CICS UNLOCK FILE('HELLOHLD')
003840             RESP     (HM-RESP)
003850         END-EXEC
003860         MOVE 'YOU MAY NOT RELEASE A HOLD ON YOUR OWN OPERATOR ID'
003870                                 TO HM-STATUS-MSG
003880         GO TO 5000-RELEASE-HOLD-EXIT
003890     END-IF.
003900     EXEC CICS ASKTIME
003910     END-EXEC.
003920     SET HD-STAT-RELEASED        TO TRUE.
003930     MOVE HM-OPERATOR-ID         TO HD-RELEASE-USER.
003940     MOVE EIBDATE                TO HD-RELEASE-DATE.
003950     MOVE EIBTIME                TO HD-RELEASE-TIME.
003960     MOVE RLNTFI                 TO HD-RELEASE-NOTE.
003970     EXEC CICS REWRITE FILE('HELLOHLD')
003980         FROM     (HELLOHLD-RECORD)
003990         RESP     (HM-RESP)
004000     END-EXEC.
004010     IF HM-RESP = DFHRESP(NORMAL)
004020         MOVE 'HOLD RELEASED - PURGED BY THE NEXT HELLOARC RUN'
004030                                 TO HM-STATUS-MSG
004040         PERFORM 7100-SHOW-HOLD
004050             THRU 7100-SHOW-HOLD-EXIT
004060     ELSE
004070         MOVE 'RELEASE FAILED'   TO HM-STATUS-MSG
004080     END-IF.
004090 5000-RELEASE-HOLD-EXIT.
004100     EXIT.
004105
004110*----------------------------------------------------------------*
004120*    7000-BROWSE-HOLD - READ THE HELLOHLD RECORD FOR THE KEYED   *
004130*                       HOLD ID AND DISPLAY IT.                  *
004140*----------------------------------------------------------------*
004150 7000-BROWSE-HOLD.
004160     MOVE SPACES                 TO HELLOHLD-RECORD.
004170     MOVE HLIDFI                 TO HD-HOLD-ID.
004180     EXEC CICS READ FILE('HELLOHLD')
004190         INTO     (HELLOHLD-RECORD)
004200         RIDFLD   (HD-HOLD-ID)
004210         KEYLENGTH (LENGTH OF HD-HOLD-ID)
004220         RESP     (HM-RESP)
004230     END-EXEC.
004240     IF HM-RESP = DFHRESP(NORMAL)
004250         MOVE 'HOLD FOUND'       TO HM-STATUS-MSG
004260         PERFORM 7100-SHOW-HOLD
004270             THRU 7100-SHOW-HOLD-EXIT
004280     ELSE
004290         PERFORM 7200-CLEAR-HOLD
004300             THRU 7200-CLEAR-HOLD-EXIT
004310         MOVE 'HOLD NOT FOUND'   TO HM-STATUS-MSG
004320     END-IF.
004330 7000-BROWSE-HOLD-EXIT.
004340     EXIT.
004345
004350*----------------------------------------------------------------*
004360*    7100-SHOW-HOLD - MOVE THE CURRENT HELLOHLD RECORD TO THE    *
004370*                     MAP.  OPEN-ENDED DATES AND AN UNRELEASED   *
004380*                     HOLD'S RELEASE FIELDS SHOW AS BLANK.       *
004390*----------------------------------------------------------------*
004400 7100-SHOW-HOLD.
004410     PERFORM 7200-CLEAR-HOLD
004420         THRU 7200-CLEAR-HOLD-EXIT.
004430     MOVE HD-HOLD-ID             TO HLIDFO.
004440     MOVE HD-HOLD-TYPE           TO TYPEFO.
004450     MOVE HD-OPERATOR-ID         TO OPIDFO.
004460     MOVE HD-TERMID              TO TERMFO.
004470     IF HD-FROM-DATE NOT = ZERO
004480         MOVE HD-FROM-DATE       TO FRDTFO
004490     END-IF.
004500     IF HD-THRU-DATE NOT = 9999999
004510         MOVE HD-THRU-DATE       TO THDTFO
004520     END-IF.
004530     MOVE HD-REASON              TO RSNFO.
004540     EVALUATE TRUE
004550         WHEN HD-STAT-ACTIVE
004560             MOVE 'ACTIVE'       TO STATFO
004570         WHEN HD-STAT-RELEASED
004580             MOVE 'RELEASED'     TO STATFO
004590         WHEN OTHER
004600             MOVE HD-STATUS      TO STATFO
004610     END-EVALUATE.
004620     MOVE HD-PLACED-USER         TO PLBYFO.
004630     MOVE HD-PLACED-DATE         TO PLDTFO.
004640     MOVE HD-PLACED-TIME         TO PLTMFO.
004650     IF HD-STAT-RELEASED
004660         MOVE HD-RELEASE-USER    TO RLBYFO
004670         MOVE HD-RELEASE-DATE    TO RLDTFO
004680         MOVE HD-RELEASE-TIME    TO RLTMFO
004690         MOVE HD-RELEASE-NOTE    TO RLNTFO
004700     END-IF.
004710 7100-SHOW-HOLD-EXIT.
004720     EXIT.
004725
004730*----------------------------------------------------------------*
004740*    7200-CLEAR-HOLD - BLANK THE HOLD DETAIL ON THE MAP, LEAVING *
004750*                      THE HOLD ID AND FUNCTION AS KEYED.        *
004760*----------------------------------------------------------------*
004770 7200-CLEAR-HOLD.
004780     MOVE SPACES                 TO TYPEFO.
004790     MOVE SPACES                 TO OPIDFO.
004800     MOVE SPACES                 TO TERMFO.
004810     MOVE SPACES                 TO FRDTFO.
004820     MOVE SPACES                 TO THDTFO.
004830     MOVE SPACES                 TO RSNFO.
004840     MOVE SPACES                 TO STATFO.
004850     MOVE SPACES                 TO PLBYFO.
004860     MOVE SPACES                 TO PLDTFO.
004870     MOVE SPACES                 TO PLTMFO.
004880     MOVE SPACES                 TO RLBYFO.
004890     MOVE SPACES                 TO RLDTFO.
004900     MOVE SPACES                 TO RLTMFO.
004910     MOVE SPACES                 TO RLNTFO.
004920 7200-CLEAR-HOLD-EXIT.
004930     EXIT.
004935
004940*----------------------------------------------------------------*
004950*    7500-NEXT-HOLD - SHOW THE NEXT HOLD ON FILE AFTER THE HOLD  *
004960*                     ID ON THE SCREEN (PF8), OR THE FIRST ONE   *
004970*                     WHEN THE HOLD ID IS BLANK.  THE BROWSE IS  *
004980*                     OPENED AND ENDED HERE SO NONE IS LEFT OPEN *
004990*                     WHILE THE OPERATOR THINKS.  THE BROWSE     *
005000*                     STARTS ON THE KEYED ID, SO A RECORD WITH   *
005010*                     THAT ID IS SKIPPED.                        *
005020*----------------------------------------------------------------*
005030 7500-NEXT-HOLD.
005040     IF HLIDFI = SPACES OR HLIDFI = LOW-VALUES
005050         MOVE LOW-VALUES         TO HM-BR-KEY
005060     ELSE
005070         MOVE HLIDFI             TO HM-BR-KEY
005080     END-IF.
005090     EXEC CICS STARTBR FILE('HELLOHLD')
005100         RIDFLD   (HM-BR-KEY)
005110         GTEQ
005120         RESP     (HM-RESP)
005130     END-EXEC.
005140     IF HM-RESP NOT = DFHRESP(NORMAL)
005150         MOVE 'NO MORE HOLDS ON FILE' TO HM-STATUS-MSG
005160         GO TO 7500-NEXT-HOLD-EXIT
005170     END-IF.
005180     EXEC CICS READNEXT FILE('HELLOHLD')
005190         INTO     (HELLOHLD-RECORD)
005200         RIDFLD   (HM-BR-KEY)
005210         RESP     (HM-RESP)
005220     END-EXEC.
005230     IF HM-RESP = DFHRESP(NORMAL) AND HD-HOLD-ID = HLIDFI
005240         EXEC CICS READNEXT FILE('HELLOHLD')
005250             INTO     (HELLOHLD-RECORD)
005260             RIDFLD   (HM-BR-KEY)
005270             RESP     (HM-RESP)
005280         END-EXEC
005290     END-IF.
005300     IF HM-RESP = DFHRESP(NORMAL)
005310         MOVE SPACES             TO FUNCFO
005320         MOVE SPACES             TO HM-STATUS-MSG
005330         PERFORM 7100-SHOW-HOLD
005340             THRU 7100-SHOW-HOLD-EXIT
005350     ELSE
005360         MOVE 'NO MORE HOLDS ON FILE' TO HM-STATUS-MSG
005370     END-IF.
005380     EXEC CICS ENDBR FILE('HELLOHLD')
005390         RESP     (HM-RESP)
005400     END-EXEC.
005410 7500-NEXT-HOLD-EXIT.
005420     EXIT.
