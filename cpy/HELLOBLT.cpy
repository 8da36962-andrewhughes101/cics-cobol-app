000200*    COPYBOOK      HELLOBLT                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOBLT VSAM KSDS -   *
000400*                   EFFECTIVE-DATED BROADCAST BULLETINS SHOWN ON *
000600*                   THE HELLO GREETING SCREEN.  A BULLETIN IS    *
000700*                   VISIBLE TO EVERY OPERATOR IN ITS AUDIENCE    *
000800*                   WHOSE SIGN-ON FALLS BETWEEN ITS EFFECTIVE    *
000900*                   AND EXPIRY DATE/TIMES (EIBDATE/EIBTIME       *
001000*                   FORM), AND AN URGENT BULLETIN DISPLAYS       *
001010*                   HIGHLIGHTED.  THE AUDIENCE IS ALL OPERATORS, *
001020*                   THE OPERATORS WHOSE USRPROF BRANCH CODE IS   *
001030*                   IN THE BRANCH LIST, OR ADMINISTRATORS ONLY.  *
001040*                   MAINTAINED ONLINE WITH HELLOBRD.             *
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    ---------  ----  ------------------------------------------ *
001500*    2026-08-22 SMH   ORIGINAL.                                  *
001509*    2026-10-15 SMH   ADDED THE BULLETIN AUDIENCE (ALL           *
001518*                     OPERATORS, A LIST OF UP TO EIGHT BRANCH    *
001527*                     CODES, OR ADMINISTRATORS ONLY) IN WHAT WAS *
001536*                     FILLER AND BEYOND.  THE RECORD GROWS 100   *
001545*                     TO 132 BYTES - REDEFINE THE CLUSTER AND    *
001554*                     RELOAD THE FILE WITH SPACE-PADDING AT      *
001563*                     CUTOVER, AS FOR THE USRPROF LENGTH         *
001572*                     CHANGES.  A PADDED RECORD HAS A SPACE      *
001581*                     AUDIENCE, WHICH MEANS ALL OPERATORS, SO    *
001590*                     EXISTING BULLETINS KEEP GOING TO EVERYONE. *
001600*****************************************************************
001700 01  HELLOBLT-RECORD.
001800     05  BL-BLT-KEY.
002400     05  BL-URGENT-FLAG          PIC X(01).
002500         88  BL-URGENT                       VALUE 'Y'.
002600     05  BL-BLT-TEXT             PIC X(60).
002610     05  BL-AUDIENCE             PIC X(01).
002620         88  BL-AUD-ALL                      VALUES 'O' ' '.
002630         88  BL-AUD-BRANCH                   VALUE 'B'.
002640         88  BL-AUD-ADMIN                    VALUE 'A'.
002660     05  BL-AUD-BRANCH-LIST.
002670         10  BL-AUD-BRANCH-CODE  PIC X(04)
002680                                 OCCURS 8 TIMES
002690                                 INDEXED BY BL-AUD-IDX.
002700     05  FILLER                  PIC X(04).
