000250*                   THE QUEUE IS CONSUMED ALL DAY.               *
000260*                                                               *
000270*                   ALERTS GO TO THE CSMT TRANSIENT DATA QUEUE   *
000280*                   (THE OPS CONSOLE LOG) AND ARE ALSO WRITTEN   *
000282*                   TO THE HELLOALR ALERT FILE, WHERE THE DUTY   *
000284*                   OPERATOR ACKNOWLEDGES AND CLOSES THEM WITH   *
000286*                   THE HELLOALC CONSOLE:                        *
000290*                   - SILENT: NO EVENTS FOR TWO CONSECUTIVE      *
000300*                     INTERVALS DURING BUSINESS HOURS (08-17)    *
000310*                     WHEN THE PREVIOUS INTERVALS HAD TRAFFIC.   *
000340*                     RECORD MONSPK/EN-US (FIRST FIVE            *
000350*                     CHARACTERS OF THE TEXT, MAINTAINED WITH    *
000360*                     HELLOMNT; DEFAULT 500).                    *
000361*                   - BRUTEFRC: ONE TERMINAL DENIED BY HELLOSEC  *
000362*                     AGAINST AT LEAST THE NUMBER OF DIFFERENT   *
000363*                     OPERATOR IDS IN THE CONFIG RECORD          *
000364*                     MONBFD/EN-US (FIRST THREE CHARACTERS;      *
000365*                     DEFAULT 3, RANGE 2-10) WITHIN ONE          *
000366*                     INTERVAL.                                  *
000367*                   - LOCKOUT: MORE PROFILES SUSPENDED BY        *
000368*                     HELLOSEC'S FAILURE LIMIT WITHIN ONE        *
000369*                     INTERVAL THAN THE CONFIG RECORD            *
000370*                     MONLCK/EN-US (FIRST THREE CHARACTERS;      *
000371*                     DEFAULT 3).                                *
000372*                                                               *
000373*                   HELLOSEC QUEUES A 'V' EVENT FOR EVERY        *
000374*                   DENIAL; ONLY THE 'G' GREETING EVENTS COUNT   *
000375*                   AS HELLO TRAFFIC FOR SILENT, SPIKE, AND THE  *
000376*                   TERMINAL AND OPERATOR TOTALS.                *
000377*                                                               *
000380*                   OPERATION - THE OPERATOR (OR A STARTUP PLT   *
000390*                   PROGRAM) RUNS TRANSACTION HMON ONCE FROM A   *
000400*                   TERMINAL TO KICK OFF THE CHAIN; THAT RUN     *
000498*                   DATE/TIME HAS COME DUE - THAT IS HOW A      *
000499*                   CHANGE STAGED IN HELLOMNT FOR MIDNIGHT      *
000501*                   LANDS WITHOUT ANYONE AT A TERMINAL.         *
000502*                                                               *
000503*                   A TERMINAL KICK-OFF IS CHECKED WITH HELLOSEC *
000504*                   FIRST AND NEEDS UPDATE ACCESS TO THE HMON    *
000505*                   ENTITLEMENT; THE STARTED INTERVAL TASKS HAVE *
000506*                   NO TERMINAL AND ARE NOT CHECKED.             *
000507*-----------------------------------------------------------------
000510*    MODIFICATION HISTORY                                       *
000520*    DATE       INIT  DESCRIPTION                                *
000530*    ---------  ----  ------------------------------------------ *
000546*                     STAMP ARE APPLIED AND CLEARED EACH         *
000548*                     INTERVAL (SEE HELLOMNT 6700-APPLY-CHANGE   *
000549*                     FOR THE TWIN OF THE APPLY LOGIC).          *
000550*    2026-10-15 SMH   A TERMINAL KICK-OFF NOW LINKS TO HELLOSEC  *
000551*                     FOR THE HMON ENTITLEMENT (UPDATE ACCESS    *
000552*                     REQUIRED); A DENIED OPERATOR GETS THE      *
000553*                     DENIAL TEXT AND NO CHAIN IS STARTED.       *
000554*    2026-10-15 SMH   ADDED THE BRUTE-FORCE AND LOCKOUT ALERTS   *
000555*                     OVER HELLOSEC'S NEW 'V' EVENTS (LIMITS IN  *
000556*                     HELLOMSG MONBFD AND MONLCK), AND EVERY     *
000557*                     ALERT IS NOW ALSO WRITTEN TO THE HELLOALR  *
000558*                     ALERT FILE FOR THE HELLOALC CONSOLE.       *
000559*                     SILENT AND SPIKE NOW COUNT GREETING EVENTS *
000560*                     ONLY.                                      *
000561*****************************************************************
000562 ENVIRONMENT DIVISION.
000570 DATA DIVISION.
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------*
000640     88  MN-STATE-EXISTS                     VALUE 'Y'.
000650 01  MN-DRAIN-SWITCH             PIC X(01)   VALUE 'N'.
000660     88  MN-DRAIN-DONE                       VALUE 'Y'.
000662 01  MN-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000664     88  MN-AUTH-DENIED                      VALUE 'Y'.
000666 01  MN-TRAN-NAME                PIC X(08)   VALUE 'HMON'.
000670 77  MN-ITEM                     PIC S9(04)  COMP    VALUE 0.
000680 77  MN-DRAINED-COUNT            PIC 9(05)   VALUE 0.
000685 77  MN-GREET-COUNT              PIC 9(05)   VALUE 0.
000690 77  MN-SPIKE-LIMIT              PIC 9(05)   VALUE 500.
000700 77  MN-DEFAULT-SPIKE            PIC 9(05)   VALUE 500.
000710 77  MN-QLEN                     PIC S9(04)  COMP    VALUE 0.
000715 01  MN-ALR-RESP                 PIC S9(08)  COMP.
000720*----------------------------------------------------------------*
000730*    TIME-OF-DAY WORK AREAS - EIBTIME IS 0HHMMSS                 *
000740*----------------------------------------------------------------*
000810*----------------------------------------------------------------*
000820 01  MN-ALERT-MSG                PIC X(70)   VALUE SPACES.
000830 01  MN-COUNT-DISPLAY            PIC ZZZZ9.
000832 01  MN-LIMIT-DISPLAY            PIC ZZ9.
000834 01  MN-ALERT-TYPE               PIC X(08)   VALUE SPACES.
000836 01  MN-ALERT-TERMID             PIC X(04)   VALUE SPACES.
000838 77  MN-ALERT-SEQ                PIC 9(03)   VALUE 0.
000840*----------------------------------------------------------------*
000850*    SPIKE-LIMIT CONFIG RECORD KEY (HELLOMSG FILE)               *
000860*----------------------------------------------------------------*
000870 01  MN-MONSPK-MSG-ID            PIC X(06)   VALUE 'MONSPK'.
000880 01  MN-MONSPK-MSG-LOCALE        PIC X(05)   VALUE 'EN-US'.
000881*----------------------------------------------------------------*
000882*    BRUTE-FORCE AND LOCKOUT LIMIT CONFIG RECORD KEYS (HELLOMSG  *
000883*    FILE)                                                       *
000884*----------------------------------------------------------------*
000885 01  MN-MONBFD-MSG-ID            PIC X(06)   VALUE 'MONBFD'.
000886 01  MN-MONBFD-MSG-LOCALE        PIC X(05)   VALUE 'EN-US'.
000887 01  MN-MONLCK-MSG-ID            PIC X(06)   VALUE 'MONLCK'.
000888 01  MN-MONLCK-MSG-LOCALE        PIC X(05)   VALUE 'EN-US'.
000889 77  MN-BRUTE-LIMIT              PIC 9(03)   VALUE 3.
000890 77  MN-DEFAULT-BRUTE            PIC 9(03)   VALUE 3.
000891 77  MN-MIN-BRUTE                PIC 9(03)   VALUE 2.
000892 77  MN-LOCKOUT-LIMIT            PIC 9(03)   VALUE 3.
000893 77  MN-DEFAULT-LOCKOUT          PIC 9(03)   VALUE 3.
000894*----------------------------------------------------------------*
000895*    VIOLATION WORK AREAS - ONE ENTRY PER TERMINAL WITH DENIALS  *
000896*    THIS INTERVAL, HOLDING THE DIFFERENT OPERATOR IDS DENIED    *
000897*    THERE (UP TO TEN, THE MOST THE BRUTE-FORCE LIMIT CAN ASK    *
000898*    FOR), AND THE INTERVAL'S LOCKOUT COUNT.  REBUILT EVERY      *
000899*    INTERVAL, NOT KEPT IN HELLOMST.                             *
000900*----------------------------------------------------------------*
000901 01  MN-VIOL-TABLE.
000902     05  MN-VIOL-USED            PIC S9(04)  COMP    VALUE 0.
000903     05  MN-VIOL-ENTRY           OCCURS 20 TIMES
000904                                 INDEXED BY MN-VIOL-IDX.
000905         10  MN-VIOL-TERMID      PIC X(04).
000906         10  MN-VIOL-OPER-USED   PIC S9(04)  COMP.
000907         10  MN-VIOL-OPER-ID     PIC X(08)
000908                                 OCCURS 10 TIMES
000909                                 INDEXED BY MN-VOPR-IDX.
000910 77  MN-VIOL-MAX-OPERS           PIC 9(03)   VALUE 10.
000911 77  MN-VIOL-SUB                 PIC S9(04)  COMP    VALUE 0.
000912 77  MN-LOCKOUT-COUNT            PIC 9(05)   VALUE 0.
000913*----------------------------------------------------------------*
000914*    PENDING-CHANGE SWEEP WORK AREAS - DUE KEYS COLLECT IN A     *
000915*    SMALL BATCH DURING THE BROWSE AND ARE APPLIED AFTER ENDBR,  *
000916*    SINCE A DELETE CANNOT BE ISSUED UNDER AN OPEN BROWSE.       *
000917*----------------------------------------------------------------*
000918 01  MN-PEND-SCAN-SW             PIC X(01)   VALUE 'N'.
000919     88  MN-PEND-SCAN-DONE                   VALUE 'Y'.
000920 01  MN-APPLY-SW                 PIC X(01)   VALUE 'N'.
000921     88  MN-APPLY-FAILED                     VALUE 'Y'.
000922 01  MN-NOW-STAMP.
000923     05  MN-NOW-DATE             PIC 9(07).
000924     05  MN-NOW-TIME             PIC 9(07).
000925 01  MN-DUE-STAMP.
000926     05  MN-DUE-DATE             PIC 9(07).
000927     05  MN-DUE-TIME             PIC 9(07).
000928 01  MN-DUE-TABLE.
000929     05  MN-DUE-COUNT            PIC S9(04)  COMP    VALUE 0.
000930     05  MN-DUE-KEY              PIC X(11)
000931                                 OCCURS 20 TIMES
000932                                 INDEXED BY MN-DUE-IDX.
000933 77  MN-APPLY-SUB                PIC S9(04)  COMP    VALUE 0.
000934*----------------------------------------------------------------*
000935*    QUEUE RECORDS, ROLLING STATE, AND ALERT FILE                *
000936*----------------------------------------------------------------*
000937 COPY HELLOEVT.
000938 COPY HELLOMST.
000940 COPY HELLOMSG.
000942 COPY HELLOMPD.
000943 COPY HELLOALR.
000944*----------------------------------------------------------------*
000945*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000946*----------------------------------------------------------------*
000947 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000950
000960 LINKAGE SECTION.
000970 01  DFHCOMMAREA                 PIC X(01).
000980
000990 PROCEDURE DIVISION.
001000*----------------------------------------------------------------*
001010*    0000-MAINLINE - CHECK A TERMINAL KICK-OFF, LOAD STATE,      *
001020*                    DRAIN THE EVENT QUEUE, RAISE ANY ALERTS,    *
001025*                    SAVE STATE, AND RESCHEDULE.                 *
001030*----------------------------------------------------------------*
001040 0000-MAINLINE.
001041     IF EIBTRMID NOT = SPACES
001042         PERFORM 8000-AUTHORIZE-USER
001043             THRU 8000-AUTHORIZE-USER-EXIT
001044     END-IF.
001045     IF MN-AUTH-DENIED
001046         PERFORM 8100-SEND-DENIAL
001047             THRU 8100-SEND-DENIAL-EXIT
001048         EXEC CICS RETURN
001049         END-EXEC
001050     END-IF.
001053
001056     PERFORM 1000-INITIALIZE
001060         THRU 1000-INITIALIZE-EXIT.
001070
001080     PERFORM 2000-DRAIN-QUEUE
001370     MOVE 'N'                    TO MN-DRAIN-SWITCH.
001380     MOVE 0                      TO MN-ITEM.
001390     MOVE 0                      TO MN-DRAINED-COUNT.
001392     MOVE 0                      TO MN-GREET-COUNT.
001394     MOVE 0                      TO MN-VIOL-USED.
001396     MOVE 0                      TO MN-LOCKOUT-COUNT.
001398     MOVE 0                      TO MN-ALERT-SEQ.
001400     MOVE SPACES                 TO MN-ALERT-MSG.
001410     MOVE EIBTIME                TO MN-TIME-DISPLAY.
001420     MOVE MN-TIME-DISPLAY (2:2)  TO MN-HOUR.
001830     EXIT.
001840
001850*----------------------------------------------------------------*
001860*    2100-READ-EVENT - READ THE NEXT QUEUE ITEM.  A GREETING IS  *
001870*                      COUNTED AS TRAFFIC AND ACCUMULATED INTO   *
001880*                      THE TERMINAL AND OPERATOR TOTALS; A       *
001881*                      HELLOSEC VIOLATION GOES TO THE            *
001882*                      BRUTE-FORCE WATCH INSTEAD.  THE RECORD IS *
001883*                      CLEARED FIRST SO A SHORTER ITEM QUEUED    *
001884*                      BEFORE THE LOCKOUT FLAG EXISTED READS AS  *
001885*                      NO LOCKOUT.                               *
001886*----------------------------------------------------------------*
001890 2100-READ-EVENT.
001900     ADD 1                       TO MN-ITEM.
001905     MOVE SPACES                 TO HELLOEVT-RECORD.
001910     MOVE LENGTH OF HELLOEVT-RECORD
001920                                 TO MN-QLEN.
001930     EXEC CICS READQ TS
002020         GO TO 2100-READ-EVENT-EXIT
002030     END-IF.
002040     ADD 1                       TO MN-DRAINED-COUNT.
002041     IF HE-EVENT-VIOLATION
002042         PERFORM 2400-ACCUM-VIOLATION
002043             THRU 2400-ACCUM-VIOLATION-EXIT
002044         GO TO 2100-READ-EVENT-EXIT
002045     END-IF.
002046     ADD 1                       TO MN-GREET-COUNT.
002050     PERFORM 2200-ACCUM-TERMINAL
002060         THRU 2200-ACCUM-TERMINAL-EXIT.
002070     PERFORM 2300-ACCUM-OPERATOR
002760     END-IF.
002770 2310-ADD-OPERATOR-EXIT.
002780     EXIT.
002781
002782*----------------------------------------------------------------*
002783*    2400-ACCUM-VIOLATION - COUNT A LOCKOUT, THEN FIND OR ADD    *
002784*                           THE VIOLATION TERMINAL'S ENTRY AND   *
002785*                           NOTE THE DENIED OPERATOR ID AGAINST  *
002786*                           IT.                                  *
002787*----------------------------------------------------------------*
002788 2400-ACCUM-VIOLATION.
002789     IF HE-LOCKOUT
002790             AND MN-LOCKOUT-COUNT < 99999
002791         ADD 1                   TO MN-LOCKOUT-COUNT
002792     END-IF.
002793     SET MN-VIOL-IDX             TO 1.
002794     SEARCH MN-VIOL-ENTRY
002795         AT END
002796             PERFORM 2410-ADD-VIOL-TERMINAL
002797                 THRU 2410-ADD-VIOL-TERMINAL-EXIT
002798         WHEN MN-VIOL-IDX > MN-VIOL-USED
002799             PERFORM 2410-ADD-VIOL-TERMINAL
002800                 THRU 2410-ADD-VIOL-TERMINAL-EXIT
002801         WHEN MN-VIOL-TERMID (MN-VIOL-IDX) = HE-TERMID
002802             PERFORM 2420-NOTE-VIOL-OPERATOR
002803                 THRU 2420-NOTE-VIOL-OPERATOR-EXIT
002804     END-SEARCH.
002805 2400-ACCUM-VIOLATION-EXIT.
002806     EXIT.
002807*----------------------------------------------------------------*
002808*    2410-ADD-VIOL-TERMINAL - ADD A NEW TERMINAL ENTRY TO THE    *
002809*                             VIOLATION TABLE AND NOTE ITS FIRST *
002810*                             OPERATOR ID.  A FULL TABLE DROPS   *
002811*                             THE ENTRY, AS FOR THE STATE        *
002812*                             TABLES.                            *
002813*----------------------------------------------------------------*
002814 2410-ADD-VIOL-TERMINAL.
002815     IF MN-VIOL-USED < 20
002816         ADD 1                   TO MN-VIOL-USED
002817         SET MN-VIOL-IDX         TO MN-VIOL-USED
002818         MOVE HE-TERMID          TO MN-VIOL-TERMID (MN-VIOL-IDX)
002819         MOVE 0                  TO MN-VIOL-OPER-USED
002820                                    (MN-VIOL-IDX)
002821         PERFORM 2420-NOTE-VIOL-OPERATOR
002822             THRU 2420-NOTE-VIOL-OPERATOR-EXIT
002823     END-IF.
002824 2410-ADD-VIOL-TERMINAL-EXIT.
002825     EXIT.
002826*----------------------------------------------------------------*
002827*    2420-NOTE-VIOL-OPERATOR - ADD THE DENIED OPERATOR ID TO THE *
002828*                              CURRENT TERMINAL'S LIST UNLESS IT *
002829*                              IS ALREADY THERE.  ONLY DIFFERENT *
002830*                              IDS COUNT - ONE OPERATOR          *
002831*                              MISTYPING A PASSWORD IS NOT A     *
002832*                              BRUTE-FORCE PATTERN.              *
002833*----------------------------------------------------------------*
002834 2420-NOTE-VIOL-OPERATOR.
002835     SET MN-VOPR-IDX             TO 1.
002836     SEARCH MN-VIOL-OPER-ID
002837         AT END
002838             CONTINUE
002839         WHEN MN-VOPR-IDX > MN-VIOL-OPER-USED (MN-VIOL-IDX)
002840             ADD 1               TO MN-VIOL-OPER-USED
002841                                        (MN-VIOL-IDX)
002842             MOVE HE-OPERATOR-ID TO MN-VIOL-OPER-ID (MN-VIOL-IDX,
002843                                                     MN-VOPR-IDX)
002844         WHEN MN-VIOL-OPER-ID (MN-VIOL-IDX, MN-VOPR-IDX)
002845                                 = HE-OPERATOR-ID
002846             CONTINUE
002847     END-SEARCH.
002848 2420-NOTE-VIOL-OPERATOR-EXIT.
002849     EXIT.
002850
002851*----------------------------------------------------------------*
002852*    3000-EVALUATE-ALERTS - COMPARE THIS INTERVAL'S GREETING     *
002853*                           COUNT WITH THE SILENCE AND SPIKE     *
002854*                           RULES, THEN CHECK THE VIOLATIONS FOR *
002855*                           BRUTE-FORCE AND LOCKOUT PATTERNS,    *
002856*                           AND RAISE ANY ALERT.                 *
002857*----------------------------------------------------------------*
002858 3000-EVALUATE-ALERTS.
002860     IF MN-GREET-COUNT = 0
002870         IF MN-HOUR NOT < MN-BUSINESS-START
002880                 AND MN-HOUR NOT > MN-BUSINESS-END
002890                 AND (MS-PREV-COUNT > 0
002950
002960     IF MS-SILENT-COUNT = 2
002970         MOVE SPACES             TO MN-ALERT-MSG
002973         MOVE 'SILENT'           TO MN-ALERT-TYPE
002976         MOVE SPACES             TO MN-ALERT-TERMID
002980         MOVE 'HELLOMON - HELLO TRAFFIC SILENT IN BUSINESS HOURS'
002990                                 TO MN-ALERT-MSG
003000         PERFORM 3100-SEND-ALERT
003030
003040     PERFORM 3200-GET-SPIKE-LIMIT
003050         THRU 3200-GET-SPIKE-LIMIT-EXIT.
003060     IF MN-GREET-COUNT > MN-SPIKE-LIMIT
003070         MOVE MN-GREET-COUNT     TO MN-COUNT-DISPLAY
003080         MOVE SPACES             TO MN-ALERT-MSG
003083         MOVE 'SPIKE'            TO MN-ALERT-TYPE
003086         MOVE SPACES             TO MN-ALERT-TERMID
003090         STRING 'HELLOMON - HELLO TRAFFIC SPIKE, '
003100                                 DELIMITED BY SIZE
003110                MN-COUNT-DISPLAY DELIMITED BY SIZE
003160             THRU 3100-SEND-ALERT-EXIT
003170     END-IF.
003180
003183     PERFORM 3300-EVALUATE-SECURITY
003186         THRU 3300-EVALUATE-SECURITY-EXIT.
003190     MOVE MN-GREET-COUNT         TO MS-PREV-COUNT.
003200     MOVE EIBDATE                TO MS-LAST-DATE.
003210     MOVE EIBTIME                TO MS-LAST-TIME.
003220 3000-EVALUATE-ALERTS-EXIT.
003240
003250*----------------------------------------------------------------*
003260*    3100-SEND-ALERT - WRITE THE BUILT ALERT LINE TO THE CSMT    *
003270*                      TRANSIENT DATA QUEUE FOR THE OPERATORS,   *
003280*                      THEN RECORD IT AS AN OPEN ALERT ON THE    *
003282*                      HELLOALR FILE UNDER THE CALLER'S ALERT    *
003284*                      TYPE AND TERMINAL.  A FAILED FILE WRITE   *
003286*                      LEAVES THE CSMT LINE AS THE ONLY TRACE.   *
003288*----------------------------------------------------------------*
003290 3100-SEND-ALERT.
003300     EXEC CICS WRITEQ TD
003310         QUEUE    ('CSMT')
003330         LENGTH   (LENGTH OF MN-ALERT-MSG)
003340         RESP     (MN-RESP)
003350     END-EXEC.
003351     IF MN-ALERT-SEQ < 999
003352         ADD 1                   TO MN-ALERT-SEQ
003353     END-IF.
003354     MOVE SPACES                 TO HELLOALR-RECORD.
003355     MOVE EIBDATE                TO AL-DATE.
003356     MOVE EIBTIME                TO AL-TIME.
003357     MOVE EIBTASKN               TO AL-TASKN.
003358     MOVE MN-ALERT-SEQ           TO AL-SEQ.
003359     MOVE MN-ALERT-TYPE          TO AL-ALERT-TYPE.
003360     MOVE MN-ALERT-TERMID        TO AL-TERMID.
003361     MOVE MN-ALERT-MSG           TO AL-TEXT.
003362     SET AL-STAT-OPEN            TO TRUE.
003363     MOVE ZERO                   TO AL-ACK-DATE.
003364     MOVE ZERO                   TO AL-ACK-TIME.
003365     MOVE ZERO                   TO AL-CLOSE-DATE.
003366     MOVE ZERO                   TO AL-CLOSE-TIME.
003367     EXEC CICS WRITE FILE('HELLOALR')
003368         FROM     (HELLOALR-RECORD)
003369         RIDFLD   (AL-ALERT-KEY)
003370         KEYLENGTH (LENGTH OF AL-ALERT-KEY)
003371         RESP     (MN-ALR-RESP)
003372     END-EXEC.
003373 3100-SEND-ALERT-EXIT.
003374     EXIT.
003380
003390*----------------------------------------------------------------*
003400*    3200-GET-SPIKE-LIMIT - READ THE MONSPK/EN-US CONFIG RECORD  *
003630     END-IF.
003640 3200-GET-SPIKE-LIMIT-EXIT.
003650     EXIT.
003651
003652*----------------------------------------------------------------*
003653*    3300-EVALUATE-SECURITY - RAISE A BRUTEFRC ALERT FOR EVERY   *
003654*                             TERMINAL DENIED AGAINST THE        *
003655*                             CONFIGURED NUMBER OF DIFFERENT     *
003656*                             OPERATOR IDS THIS INTERVAL, AND A  *
003657*                             LOCKOUT ALERT WHEN THE INTERVAL'S  *
003658*                             LOCKOUTS EXCEED THEIR LIMIT.  A    *
003659*                             QUIET INTERVAL SKIPS THE CONFIG    *
003660*                             READS.                             *
003661*----------------------------------------------------------------*
003662 3300-EVALUATE-SECURITY.
003663     IF MN-VIOL-USED = 0
003664         GO TO 3300-EVALUATE-SECURITY-EXIT
003665     END-IF.
003666     PERFORM 3500-GET-BRUTE-LIMIT
003667         THRU 3500-GET-BRUTE-LIMIT-EXIT.
003668     PERFORM 3310-CHECK-TERMINAL
003669         THRU 3310-CHECK-TERMINAL-EXIT
003670         VARYING MN-VIOL-SUB FROM 1 BY 1
003671         UNTIL MN-VIOL-SUB > MN-VIOL-USED.
003672     IF MN-LOCKOUT-COUNT = 0
003673         GO TO 3300-EVALUATE-SECURITY-EXIT
003674     END-IF.
003675     PERFORM 3600-GET-LOCKOUT-LIMIT
003676         THRU 3600-GET-LOCKOUT-LIMIT-EXIT.
003677     IF MN-LOCKOUT-COUNT > MN-LOCKOUT-LIMIT
003678         MOVE MN-LOCKOUT-COUNT   TO MN-COUNT-DISPLAY
003679         MOVE MN-LOCKOUT-LIMIT   TO MN-LIMIT-DISPLAY
003680         MOVE SPACES             TO MN-ALERT-MSG
003681         MOVE 'LOCKOUT'          TO MN-ALERT-TYPE
003682         MOVE SPACES             TO MN-ALERT-TERMID
003683         STRING 'HELLOMON - '    DELIMITED BY SIZE
003684                MN-COUNT-DISPLAY DELIMITED BY SIZE
003685                ' PROFILE LOCKOUTS THIS INTERVAL, LIMIT '
003686                                 DELIMITED BY SIZE
003687                MN-LIMIT-DISPLAY DELIMITED BY SIZE
003688           INTO MN-ALERT-MSG
003689         PERFORM 3100-SEND-ALERT
003690             THRU 3100-SEND-ALERT-EXIT
003691     END-IF.
003692 3300-EVALUATE-SECURITY-EXIT.
003693     EXIT.
003694*----------------------------------------------------------------*
003695*    3310-CHECK-TERMINAL - RAISE A BRUTEFRC ALERT WHEN ONE       *
003696*                          VIOLATION TERMINAL HAS REACHED THE    *
003697*                          BRUTE-FORCE LIMIT OF DIFFERENT        *
003698*                          OPERATOR IDS.                         *
003699*----------------------------------------------------------------*
003700 3310-CHECK-TERMINAL.
003701     SET MN-VIOL-IDX             TO MN-VIOL-SUB.
003702     IF MN-VIOL-OPER-USED (MN-VIOL-IDX) < MN-BRUTE-LIMIT
003703         GO TO 3310-CHECK-TERMINAL-EXIT
003704     END-IF.
003705     MOVE MN-VIOL-OPER-USED (MN-VIOL-IDX)
003706                                 TO MN-LIMIT-DISPLAY.
003707     MOVE SPACES                 TO MN-ALERT-MSG.
003708     MOVE 'BRUTEFRC'             TO MN-ALERT-TYPE.
003709     MOVE MN-VIOL-TERMID (MN-VIOL-IDX)
003710                                 TO MN-ALERT-TERMID.
003711     STRING 'HELLOMON - POSSIBLE BRUTE FORCE, TERM '
003712                                 DELIMITED BY SIZE
003713            MN-ALERT-TERMID      DELIMITED BY SIZE
003714            ' DENIED '           DELIMITED BY SIZE
003715            MN-LIMIT-DISPLAY     DELIMITED BY SIZE
003716            ' OPERATOR IDS'      DELIMITED BY SIZE
003717       INTO MN-ALERT-MSG.
003718     PERFORM 3100-SEND-ALERT
003719         THRU 3100-SEND-ALERT-EXIT.
003720 3310-CHECK-TERMINAL-EXIT.
003721     EXIT.
003722*----------------------------------------------------------------*
003723*    3500-GET-BRUTE-LIMIT - READ THE MONBFD/EN-US CONFIG RECORD  *
003724*                           FROM HELLOMSG.  THE FIRST THREE      *
003725*                           CHARACTERS OF THE TEXT ARE THE       *
003726*                           NUMBER OF DIFFERENT OPERATOR IDS ONE *
003727*                           TERMINAL MAY BE DENIED FOR IN AN     *
003728*                           INTERVAL BEFORE IT IS REPORTED;      *
003729*                           ANYTHING MISSING OR NOT NUMERIC      *
003730*                           FALLS BACK TO THE DEFAULT, AND THE   *
003731*                           VALUE IS HELD BETWEEN TWO AND THE    *
003732*                           SIZE OF THE OPERATOR LIST.           *
003733*----------------------------------------------------------------*
003734 3500-GET-BRUTE-LIMIT.
003735     MOVE MN-DEFAULT-BRUTE       TO MN-BRUTE-LIMIT.
003736     MOVE SPACES                 TO HELLOMSG-RECORD.
003737     MOVE MN-MONBFD-MSG-ID       TO HM-MSG-ID.
003738     MOVE MN-MONBFD-MSG-LOCALE   TO HM-MSG-LOCALE.
003739     EXEC CICS READ FILE('HELLOMSG')
003740         INTO     (HELLOMSG-RECORD)
003741         RIDFLD   (HM-MSG-KEY)
003742         KEYLENGTH (LENGTH OF HM-MSG-KEY)
003743         RESP     (MN-RESP)
003744     END-EXEC.
003745     IF MN-RESP = DFHRESP(NORMAL)
003746             AND HM-MSG-TEXT (1:3) IS NUMERIC
003747         MOVE HM-MSG-TEXT (1:3)  TO MN-BRUTE-LIMIT
003748     END-IF.
003749     IF MN-BRUTE-LIMIT = ZERO
003750         MOVE MN-DEFAULT-BRUTE   TO MN-BRUTE-LIMIT
003751     END-IF.
003752     IF MN-BRUTE-LIMIT < MN-MIN-BRUTE
003753         MOVE MN-MIN-BRUTE       TO MN-BRUTE-LIMIT
003754     END-IF.
003755     IF MN-BRUTE-LIMIT > MN-VIOL-MAX-OPERS
003756         MOVE MN-VIOL-MAX-OPERS  TO MN-BRUTE-LIMIT
003757     END-IF.
003758 3500-GET-BRUTE-LIMIT-EXIT.
003759     EXIT.
003760*----------------------------------------------------------------*
003761*    3600-GET-LOCKOUT-LIMIT - READ THE MONLCK/EN-US CONFIG       *
003762*                             RECORD FROM HELLOMSG.  THE FIRST   *
003763*                             THREE CHARACTERS OF THE TEXT ARE   *
003764*                             THE NUMBER OF LOCKOUTS ONE         *
003765*                             INTERVAL MAY SEE WITHOUT AN ALERT; *
003766*                             ANYTHING MISSING OR NOT NUMERIC    *
003767*                             FALLS BACK TO THE DEFAULT.         *
003768*----------------------------------------------------------------*
003769 3600-GET-LOCKOUT-LIMIT.
003770     MOVE MN-DEFAULT-LOCKOUT     TO MN-LOCKOUT-LIMIT.
003771     MOVE SPACES                 TO HELLOMSG-RECORD.
003772     MOVE MN-MONLCK-MSG-ID       TO HM-MSG-ID.
003773     MOVE MN-MONLCK-MSG-LOCALE   TO HM-MSG-LOCALE.
003774     EXEC CICS READ FILE('HELLOMSG')
003775         INTO     (HELLOMSG-RECORD)
003776         RIDFLD   (HM-MSG-KEY)
003777         KEYLENGTH (LENGTH OF HM-MSG-KEY)
003778         RESP     (MN-RESP)
003779     END-EXEC.
003780     IF MN-RESP = DFHRESP(NORMAL)
003781             AND HM-MSG-TEXT (1:3) IS NUMERIC
003782         MOVE HM-MSG-TEXT (1:3)  TO MN-LOCKOUT-LIMIT
003783     END-IF.
003784     IF MN-LOCKOUT-LIMIT = ZERO
003785         MOVE MN-DEFAULT-LOCKOUT TO MN-LOCKOUT-LIMIT
003786     END-IF.
003787 3600-GET-LOCKOUT-LIMIT-EXIT.
003788     EXIT.
003789
003790*----------------------------------------------------------------*
003791*    4000-SAVE-STATE - PUT THE ROLLED-UP STATE BACK ON THE       *
003792*                      HELLOMST QUEUE FOR THE NEXT INTERVAL.     *
003793*----------------------------------------------------------------*
003794 4000-SAVE-STATE.
003795     IF MN-STATE-EXISTS
003796         MOVE 1                  TO MN-ITEM
003797         EXEC CICS WRITEQ TS
003798             QUEUE    ('HELLOMST')
003799             FROM     (HELLOMST-RECORD)
003800             LENGTH   (LENGTH OF HELLOMST-RECORD)
003801             ITEM     (MN-ITEM)
003802             REWRITE
003803             RESP     (MN-RESP)
003804         END-EXEC
003810     ELSE
003820         EXEC CICS WRITEQ TS
003830             QUEUE    ('HELLOMST')
005910     IF MN-RESP NOT = DFHRESP(NORMAL)
005920         SET MN-APPLY-FAILED     TO TRUE
005930         MOVE SPACES             TO MN-ALERT-MSG
005933         MOVE 'CFGAPPLY'         TO MN-ALERT-TYPE
005936         MOVE SPACES             TO MN-ALERT-TERMID
005940         STRING 'HELLOMON - HELLOMSG CHANGE APPLY FAILED FOR '
005950                                 DELIMITED BY SIZE
005960                PD-MSG-ID        DELIMITED BY SIZE
006020     END-IF.
006030 7300-APPLY-CHANGE-EXIT.
006040     EXIT.
006045
006050*----------------------------------------------------------------*
006060*    8000-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK FOR  *
006070*                          THE OPERATOR KICKING OFF THE MONITOR. *
006080*                          STARTING THE INTERVAL CHAIN NEEDS     *
006090*                          UPDATE ACCESS TO HMON.                *
006100*----------------------------------------------------------------*
006110 8000-AUTHORIZE-USER.
006120     MOVE 'N'                    TO MN-AUTH-SWITCH.
006130     MOVE SPACES                 TO HELLOSEC-COMMAREA.
006140     MOVE EIBUSERID              TO HS-OPERATOR-ID
006150                                    OF HELLOSEC-COMMAREA.
006160     MOVE MN-TRAN-NAME           TO HS-TRAN-NAME
006170                                    OF HELLOSEC-COMMAREA.
006180     EXEC CICS LINK PROGRAM('HELLOSEC')
006190         COMMAREA (HELLOSEC-COMMAREA)
006200         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
006210     END-EXEC.
006220     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
006230             AND HS-ACCESS-UPDATE OF HELLOSEC-COMMAREA
006240         MOVE 'N'                TO MN-AUTH-SWITCH
006250     ELSE
006260         SET MN-AUTH-DENIED      TO TRUE
006270     END-IF.
006280 8000-AUTHORIZE-USER-EXIT.
006290     EXIT.
006295
006300*----------------------------------------------------------------*
006310*    8100-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
006320*                       TRANSACTION IS NOT FOR THEM AND END      *
006330*                       WITHOUT STARTING A CHAIN.                *
006340*----------------------------------------------------------------*
006350 8100-SEND-DENIAL.
006360     MOVE 'HELLOMON - NOT AUTHORIZED FOR THIS TRANSACTION'
006370                                 TO MN-ALERT-MSG.
006380     EXEC CICS SEND TEXT
006390         FROM     (MN-ALERT-MSG)
006400         LENGTH   (LENGTH OF MN-ALERT-MSG)
006410         ERASE
006420         RESP     (MN-RESP)
006430     END-EXEC.
006440 8100-SEND-DENIAL-EXIT.
006450     EXIT.
