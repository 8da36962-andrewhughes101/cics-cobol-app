000100*****************************************************************
000200*    COPYBOOK      HELLORHMAP                                   *
000300*    DESCRIPTION    SYMBOLIC MAP FOR MAPSET HELLORHS, MAP        *
000400*                   HELLORHM (SEE BMS SOURCE BMS/HELLORH.BMS).   *
000500*                   GENERATED BY THE BMS MAP TRANSLATOR - DO NOT *
000600*                   HAND-MAINTAIN THE FIELD LAYOUT, REASSEMBLE   *
000700*                   THE MAPSET INSTEAD.                          *
000800*-----------------------------------------------------------------
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    ---------  ----  ------------------------------------------ *
001200*    2026-10-15 SMH   ORIGINAL.                                  *
001300*****************************************************************
001400 01  HELLORHMAPI.
001500     02  FILLER                  PIC X(12).
001600     02  JOBFL                   COMP PIC S9(4).
001700     02  JOBFF                   PICTURE X.
001800     02  FILLER REDEFINES JOBFF.
001900         03  JOBFA               PICTURE X.
002000     02  JOBFI                   PICTURE X(08).
002100     02  MODEFL                  COMP PIC S9(4).
002200     02  MODEFF                  PICTURE X.
002300     02  FILLER REDEFINES MODEFF.
002400         03  MODEFA              PICTURE X.
002500     02  MODEFI                  PICTURE X(60).
002600     02  LBLFL                   COMP PIC S9(4).
002700     02  LBLFF                   PICTURE X.
002800     02  FILLER REDEFINES LBLFF.
002900         03  LBLFA               PICTURE X.
003000     02  LBLFI                   PICTURE X(78).
003100     02  DFHMS1                  OCCURS 12 TIMES.
003200         03  RLINFL              COMP PIC S9(4).
003300         03  RLINFF              PICTURE X.
003400         03  FILLER REDEFINES RLINFF.
003500             04  RLINFA          PICTURE X.
003600         03  RLINFI              PICTURE X(79).
003700     02  MSGFL                   COMP PIC S9(4).
003800     02  MSGFF                   PICTURE X.
003900     02  FILLER REDEFINES MSGFF.
004000         03  MSGFA               PICTURE X.
004100     02  MSGFI                   PICTURE X(60).
004200 01  HELLORHMAPO REDEFINES HELLORHMAPI.
004300     02  FILLER                  PICTURE X(12).
004400     02  FILLER                  PICTURE X(3).
004500     02  JOBFO                   PICTURE X(08).
004600     02  FILLER                  PICTURE X(3).
004700     02  MODEFO                  PICTURE X(60).
004800     02  FILLER                  PICTURE X(3).
004900     02  LBLFO                   PICTURE X(78).
005000     02  DFHMS2                  OCCURS 12 TIMES.
005100         03  FILLER              PICTURE X(3).
005200         03  RLINFO              PICTURE X(79).
005300     02  FILLER                  PICTURE X(3).
005400     02  MSGFO                   PICTURE X(60).
