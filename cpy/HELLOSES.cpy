000100*****************************************************************
000200*    COPYBOOK      HELLOSES                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOSES VSAM KSDS -   *
000400*                   OPEN OPERATOR SESSIONS.  ONE RECORD PER      *
000500*                   TERMINAL AND OPERATOR (KEY IS THE TERMINAL   *
000600*                   ID PLUS THE OPERATOR ID), WRITTEN BY         *
000700*                   HELLOSVC ON THE FIRST GRANTED GREETING OF A  *
000800*                   SESSION AND DELETED BY THE HELLOOFF SIGN-OFF *
000900*                   TRANSACTION.  A GREETING WHILE THE RECORD IS *
001000*                   ON FILE LEAVES THE ORIGINAL START DATE AND   *
001100*                   TIME (EIBDATE/EIBTIME FORM) IN PLACE.  THE   *
001200*                   TERMINAL ID IS SPACES FOR A NON-TERMINAL     *
001300*                   CALLER.  THE AUDIT TRAIL OF RECORD IS STILL  *
001400*                   HELLOLOG - THIS FILE ONLY SAYS WHO IS SIGNED *
001500*                   ON NOW.                                      *
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------  ----  ------------------------------------------ *
002000*    2026-10-15 SMH   ORIGINAL.                                  *
002100*****************************************************************
002200 01  HELLOSES-RECORD.
002300     05  SS-SES-KEY.
002400         10  SS-SES-TERMID       PIC X(04).
002500         10  SS-SES-OPERATOR     PIC X(08).
002600     05  SS-START-DATE           PIC 9(07).
002700     05  SS-START-TIME           PIC 9(07).
002800     05  SS-BRANCH-CODE          PIC X(04).
002900     05  FILLER                  PIC X(10).
