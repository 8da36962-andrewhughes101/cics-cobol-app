000170*                   MATCHING EVENTS ARE SHOWN.  ENTER WITH A     *
000180*                   BLANK OPERATOR ID RETURNS TO THE PLAIN       *
000190*                   FULL-FILE BROWSE.                            *
000191*                   THE OPERATOR MUST HOLD A HELLOI ENTITLEMENT  *
000192*                   (READ-ONLY IS ENOUGH) ON THE HELLOENT FILE - *
000193*                   HELLOSEC DECIDES BEFORE ANYTHING IS SHOWN.   *
000200*-----------------------------------------------------------------
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                                *
000380*                     BROWSE RAISES DUPKEY ON EVERY NON-LAST     *
000390*                     RECORD FOR AN OPERATOR - THAT IS A NORMAL  *
000400*                     READ HERE, NOT AN ERROR.                   *
000401*    2026-10-15 SMH   NOW LINKS TO HELLOSEC BEFORE THE BROWSE.   *
000402*                     ONLY AN OPERATOR ENTITLED TO HELLOI SEES   *
000403*                     THE AUDIT TRAIL; ANYONE ELSE GETS THE      *
000404*                     DENIAL TEXT AND A 'V' RECORD ON HELLOLOG.  *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 DATA DIVISION.
000530     88  HI-HAVE-RECORD                      VALUE 'Y'.
000540 01  HI-RESP                     PIC S9(08)  COMP.
000550 01  HI-STATUS-MSG               PIC X(60)   VALUE SPACES.
000551 01  HI-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000552     88  HI-AUTH-DENIED                      VALUE 'Y'.
000553 01  HI-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000554 01  HI-TRAN-NAME                PIC X(08)   VALUE 'HELLOI'.
000560*----------------------------------------------------------------*
000570*    SEARCH STATE - SET BY 6000-RUN-SEARCH, DRIVES THE AIX SCAN  *
000580*----------------------------------------------------------------*
000640 01  HI-SRCH-FROM                PIC 9(07)   VALUE ZERO.
000650 01  HI-SRCH-TO                  PIC 9(07)   VALUE 9999999.
000660 01  HI-AIX-KEY                  PIC X(08)   VALUE SPACES.
000661*----------------------------------------------------------------*
000662*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000663*----------------------------------------------------------------*
000664 COPY HELLOSCA REPLACING COMMAREA-LEVEL BY HELLOSEC-COMMAREA.
000670
000680 COPY HELLOLOG.
000690 COPY HELLOIMAP.
000800     PERFORM 1000-INITIALIZE
000810         THRU 1000-INITIALIZE-EXIT.
000820
000821     PERFORM 1200-AUTHORIZE-USER
000822         THRU 1200-AUTHORIZE-USER-EXIT.
000823
000824     IF HI-AUTH-DENIED
000825         PERFORM 1250-SEND-DENIAL
000826             THRU 1250-SEND-DENIAL-EXIT
000827         EXEC CICS RETURN
000828         END-EXEC
000829     END-IF.
000830
000835     PERFORM 2000-START-BROWSE
000840         THRU 2000-START-BROWSE-EXIT.
000850
000860     PERFORM 4000-READ-NEXT
001030*----------------------------------------------------------------*
001040 1000-INITIALIZE.
001050     MOVE 'N'                    TO HI-EXIT-SWITCH.
001055     MOVE 'N'                    TO HI-AUTH-SWITCH.
001056     MOVE EIBUSERID              TO HI-OPERATOR-ID.
001060     MOVE 'N'                    TO HI-BROWSE-OPEN-SW.
001070     MOVE 'N'                    TO HI-RECORD-SW.
001080     MOVE 'N'                    TO HI-SEARCH-SW.
001130     MOVE LOW-VALUES             TO HL-LOG-KEY.
001140 1000-INITIALIZE-EXIT.
001150     EXIT.
001151
001152*----------------------------------------------------------------*
001153*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK.     *
001154*                          HELLOSEC DECIDES THE HELLOI           *
001155*                          ENTITLEMENT; READ-ONLY ACCESS IS ALL  *
001156*                          AN INQUIRY NEEDS.                     *
001157*----------------------------------------------------------------*
001158 1200-AUTHORIZE-USER.
001159     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001160     MOVE HI-OPERATOR-ID         TO HS-OPERATOR-ID
001161                                    OF HELLOSEC-COMMAREA.
001162     MOVE HI-TRAN-NAME           TO HS-TRAN-NAME
001163                                    OF HELLOSEC-COMMAREA.
001164     EXEC CICS LINK PROGRAM('HELLOSEC')
001165         COMMAREA (HELLOSEC-COMMAREA)
001166         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001167     END-EXEC.
001168     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001169         MOVE 'N'                TO HI-AUTH-SWITCH
001170     ELSE
001171         SET HI-AUTH-DENIED      TO TRUE
001172     END-IF.
001173 1200-AUTHORIZE-USER-EXIT.
001174     EXIT.
001175
001176*----------------------------------------------------------------*
001177*    1250-SEND-DENIAL - TELL AN UNAUTHORIZED OPERATOR THIS       *
001178*                       TRANSACTION IS NOT FOR THEM AND END.     *
001179*----------------------------------------------------------------*
001180 1250-SEND-DENIAL.
001181     MOVE 'HELLOI - NOT AUTHORIZED FOR THIS TRANSACTION'
001182                                 TO HI-STATUS-MSG.
001183     EXEC CICS SEND TEXT
001184         FROM     (HI-STATUS-MSG)
001185         LENGTH   (LENGTH OF HI-STATUS-MSG)
001186         ERASE
001187     END-EXEC.
001188 1250-SEND-DENIAL-EXIT.
001189     EXIT.
001191
001193*----------------------------------------------------------------*
001195*    2000-START-BROWSE - POSITION AT THE START OF THE FILE.      *
001197*----------------------------------------------------------------*
001200 2000-START-BROWSE.
001210     EXEC CICS STARTBR FILE('HELLOLOG')
001220         RIDFLD   (HL-LOG-KEY)
