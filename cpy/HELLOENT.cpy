000100*****************************************************************
000200*    COPYBOOK      HELLOENT                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOENT VSAM KSDS -   *
000400*                   PER-TRANSACTION ENTITLEMENTS.  ONE RECORD    *
000500*                   PER SUBJECT AND TRANSACTION NAME SAYS WHAT   *
000600*                   ACCESS THE SUBJECT HAS TO THAT FRONT DOOR -  *
000700*                   READ-ONLY, UPDATE, OR NONE.  THE SUBJECT IS  *
000800*                   EITHER AN OPERATOR ID OR A ROLE: '*ADMIN'    *
000900*                   FOR EVERY ADMINISTRATOR-LEVEL PROFILE AND    *
001000*                   '*USER' FOR EVERY USER-LEVEL PROFILE.        *
001100*                   HELLOSEC TRIES THE OPERATOR'S OWN RECORD     *
001200*                   FIRST AND THEN THE RECORD FOR THE ROLE THE   *
001300*                   OPERATOR'S USRPROF AUTH LEVEL PUTS THEM IN,  *
001400*                   SO AN OPERATOR RECORD (INCLUDING AN          *
001500*                   EXPLICIT 'N') ALWAYS OVERRIDES THE ROLE.     *
001600*                   WITH NEITHER ON FILE AN ADMINISTRATOR KEEPS  *
001700*                   UPDATE ACCESS AND A USER KEEPS ONLY THE      *
001800*                   HELLO GREETING (AND ITS HELLOOFF SIGN-OFF) - *
001900*                   THE RULES IN FORCE BEFORE THIS FILE EXISTED. *
001910*                   THE TRANSACTION NAME IS                      *
002000*                   THE FRONT-DOOR PROGRAM NAME THE CALLER       *
002100*                   PASSES IN HS-TRAN-NAME (HELLO, HELLOI, HMON, *
002200*                   HELLOMNT, HELLOBRD, USRMNT, ENTMNT,          *
002210*                   HELLOALC, HELLOOFF, HELLORHQ, HELLOHLM).     *
002300*                   MAINTAINED ONLINE WITH ENTMNT, WHICH STAMPS  *
002400*                   WHO LAST CHANGED THE RECORD AND WHEN;        *
002500*                   LISTED PER OPERATOR BY HELLOENL FOR THE      *
002600*                   ACCESS RECERTIFICATION.                      *
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------  ----  ------------------------------------------ *
003100*    2026-10-15 SMH   ORIGINAL.                                  *
003110*    2026-10-15 SMH   HELLOALC (ALERT CONSOLE) ADDED TO THE      *
003120*                     TRANSACTION NAMES.                         *
003130*    2026-10-15 SMH   HELLOOFF (SIGN-OFF) ADDED TO THE           *
003140*                     TRANSACTION NAMES.                         *
003150*    2026-10-15 SMH   HELLORHQ (RUN HISTORY INQUIRY) ADDED TO    *
003160*                     THE TRANSACTION NAMES.                     *
003170*    2026-10-15 SMH   HELLOHLM (LEGAL HOLD MAINTENANCE) ADDED TO *
003180*                     THE TRANSACTION NAMES.                     *
003200*****************************************************************
003300 01  HELLOENT-RECORD.
003400     05  EN-ENT-KEY.
003500         10  EN-SUBJECT          PIC X(08).
003600         10  EN-TRAN-NAME        PIC X(08).
003700     05  EN-ACCESS               PIC X(01).
003800         88  EN-ACCESS-READ                  VALUE 'R'.
003900         88  EN-ACCESS-UPDATE                VALUE 'U'.
004000         88  EN-ACCESS-NONE                  VALUE 'N'.
004100     05  EN-CHANGED-BY           PIC X(08).
004200     05  EN-CHANGED-DATE         PIC 9(07).
004300     05  EN-CHANGED-TIME         PIC 9(07).
004400     05  FILLER                  PIC X(11).
