000100*****************************************************************
000200*    COPYBOOK      HELLOALR                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOALR VSAM KSDS -   *
000400*                   THE PERSISTENT LOG OF MONITORING ALERTS.     *
000500*                   HELLOMON WRITES ONE RECORD FOR EVERY ALERT   *
000600*                   IT RAISES (THE SAME LINE STILL GOES TO       *
000700*                   CSMT), AND THE DUTY OPERATOR WORKS THEM WITH *
000800*                   THE HELLOALC CONSOLE - ACKNOWLEDGE WITH A    *
000900*                   NOTE, THEN CLOSE.  RECORDS ARE NEVER         *
001000*                   DELETED, SO THE FILE IS ALSO THE HISTORY OF  *
001100*                   WHO HANDLED WHICH ALERT AND WHEN.            *
001200*                                                               *
001300*                   KEY - DATE, TIME AND TASK NUMBER OF THE      *
001400*                   HELLOMON TASK THAT RAISED THE ALERT, PLUS A  *
001500*                   SEQUENCE NUMBER WITHIN THAT TASK, SO THE     *
001600*                   FILE READS IN THE ORDER THE ALERTS WERE      *
001700*                   RAISED.                                      *
001800*                                                               *
001900*                   ALERT TYPES - SILENT AND SPIKE (HELLO        *
002000*                   TRAFFIC), BRUTEFRC (ONE TERMINAL DENIED      *
002100*                   AGAINST SEVERAL OPERATOR IDS IN ONE          *
002200*                   INTERVAL), LOCKOUT (TOO MANY PROFILE         *
002300*                   LOCKOUTS IN ONE INTERVAL), CFGAPPLY (A       *
002400*                   STAGED HELLOMSG CHANGE FAILED TO APPLY).     *
002500*                   AL-TERMID IS THE TERMINAL CONCERNED, SPACES  *
002600*                   WHEN THE ALERT IS NOT ABOUT ONE TERMINAL.    *
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    ---------  ----  ------------------------------------------ *
003100*    2026-10-15 SMH   ORIGINAL.                                  *
003200*****************************************************************
003300 01  HELLOALR-RECORD.
003400     05  AL-ALERT-KEY.
003500         10  AL-DATE             PIC 9(07).
003600         10  AL-TIME             PIC 9(07).
003700         10  AL-TASKN            PIC 9(07).
003800         10  AL-SEQ              PIC 9(03).
003900     05  AL-ALERT-TYPE           PIC X(08).
004000         88  AL-TYPE-SILENT                  VALUE 'SILENT'.
004100         88  AL-TYPE-SPIKE                   VALUE 'SPIKE'.
004200         88  AL-TYPE-BRUTE-FORCE             VALUE 'BRUTEFRC'.
004300         88  AL-TYPE-LOCKOUT                 VALUE 'LOCKOUT'.
004400         88  AL-TYPE-CONFIG-APPLY            VALUE 'CFGAPPLY'.
004500     05  AL-TERMID               PIC X(04).
004600     05  AL-TEXT                 PIC X(70).
004700     05  AL-STATUS               PIC X(01).
004800         88  AL-STAT-OPEN                    VALUE 'O'.
004900         88  AL-STAT-ACKED                   VALUE 'A'.
005000         88  AL-STAT-CLOSED                  VALUE 'C'.
005100     05  AL-ACK-USER             PIC X(08).
005200     05  AL-ACK-DATE             PIC 9(07).
005300     05  AL-ACK-TIME             PIC 9(07).
005400     05  AL-ACK-NOTE             PIC X(40).
005500     05  AL-CLOSE-USER           PIC X(08).
005600     05  AL-CLOSE-DATE           PIC 9(07).
005700     05  AL-CLOSE-TIME           PIC 9(07).
005800     05  FILLER                  PIC X(09).
