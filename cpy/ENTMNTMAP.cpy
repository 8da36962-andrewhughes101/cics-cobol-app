000100*****************************************************************
000200*    COPYBOOK      ENTMNTMAP                                    *
000300*    DESCRIPTION    SYMBOLIC MAP FOR MAPSET ENTMNTS, MAP         *
000400*                   ENTMNTM (SEE BMS SOURCE BMS/ENTMNT.BMS).     *
000500*                   GENERATED BY THE BMS MAP TRANSLATOR - DO NOT *
000600*                   HAND-MAINTAIN THE FIELD LAYOUT, REASSEMBLE   *
000700*                   THE MAPSET INSTEAD.                          *
000800*-----------------------------------------------------------------
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    ---------  ----  ------------------------------------------ *
001200*    2026-10-15 SMH   ORIGINAL.                                  *
001300*****************************************************************
001400 01  ENTMNTMAPI.
001500     02  FILLER                  PIC X(12).
001600     02  FUNCFL                  COMP PIC S9(4).
001700     02  FUNCFF                  PICTURE X.
001800     02  FILLER REDEFINES FUNCFF.
001900         03  FUNCFA              PICTURE X.
002000     02  FUNCFI                  PICTURE X(01).
002100     02  USERFL                  COMP PIC S9(4).
002200     02  USERFF                  PICTURE X.
002300     02  FILLER REDEFINES USERFF.
002400         03  USERFA              PICTURE X.
002500     02  USERFI                  PICTURE X(08).
002600     02  TRANFL                  COMP PIC S9(4).
002700     02  TRANFF                  PICTURE X.
002800     02  FILLER REDEFINES TRANFF.
002900         03  TRANFA              PICTURE X.
003000     02  TRANFI                  PICTURE X(08).
003100     02  ACCFL                   COMP PIC S9(4).
003200     02  ACCFF                   PICTURE X.
003300     02  FILLER REDEFINES ACCFF.
003400         03  ACCFA               PICTURE X.
003500     02  ACCFI                   PICTURE X(01).
003600     02  CHGBFL                  COMP PIC S9(4).
003700     02  CHGBFF                  PICTURE X.
003800     02  FILLER REDEFINES CHGBFF.
003900         03  CHGBFA              PICTURE X.
004000     02  CHGBFI                  PICTURE X(08).
004100     02  CHGDFL                  COMP PIC S9(4).
004200     02  CHGDFF                  PICTURE X.
004300     02  FILLER REDEFINES CHGDFF.
004400         03  CHGDFA              PICTURE X.
004500     02  CHGDFI                  PICTURE X(07).
004600     02  MSGFL                   COMP PIC S9(4).
004700     02  MSGFF                   PICTURE X.
004800     02  FILLER REDEFINES MSGFF.
004900         03  MSGFA               PICTURE X.
005000     02  MSGFI                   PICTURE X(60).
005100 01  ENTMNTMAPO REDEFINES ENTMNTMAPI.
005200     02  FILLER                  PICTURE X(12).
005300     02  FILLER                  PICTURE X(3).
005400     02  FUNCFO                  PICTURE X(01).
005500     02  FILLER                  PICTURE X(3).
005600     02  USERFO                  PICTURE X(08).
005700     02  FILLER                  PICTURE X(3).
005800     02  TRANFO                  PICTURE X(08).
005900     02  FILLER                  PICTURE X(3).
006000     02  ACCFO                   PICTURE X(01).
006100     02  FILLER                  PICTURE X(3).
006200     02  CHGBFO                  PICTURE X(08).
006300     02  FILLER                  PICTURE X(3).
006400     02  CHGDFO                  PICTURE X(07).
006500     02  FILLER                  PICTURE X(3).
006600     02  MSGFO                   PICTURE X(60).
