000100*****************************************************************
000200*    COPYBOOK      HELLOHMMAP                                   *
000300*    DESCRIPTION    SYMBOLIC MAP FOR MAPSET HELLOHMS, MAP        *
000400*                   HELLOHMM (SEE BMS SOURCE BMS/HELLOHM.BMS).   *
000500*                   GENERATED BY THE BMS MAP TRANSLATOR - DO NOT *
000600*                   HAND-MAINTAIN THE FIELD LAYOUT, REASSEMBLE   *
000700*                   THE MAPSET INSTEAD.                          *
000800*-----------------------------------------------------------------
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    ---------  ----  ------------------------------------------ *
001200*    2026-10-15 SMH   ORIGINAL.                                  *
001300*****************************************************************
001400 01  HELLOHMMAPI.
001500     02  FILLER                  PIC X(12).
001600     02  HLIDFL                  COMP PIC S9(4).
001700     02  HLIDFF                  PICTURE X.
001800     02  FILLER REDEFINES HLIDFF.
001900         03  HLIDFA              PICTURE X.
002000     02  HLIDFI                  PICTURE X(08).
002100     02  FUNCFL                  COMP PIC S9(4).
002200     02  FUNCFF                  PICTURE X.
002300     02  FILLER REDEFINES FUNCFF.
002400         03  FUNCFA              PICTURE X.
002500     02  FUNCFI                  PICTURE X(01).
002600     02  TYPEFL                  COMP PIC S9(4).
002700     02  TYPEFF                  PICTURE X.
002800     02  FILLER REDEFINES TYPEFF.
002900         03  TYPEFA              PICTURE X.
003000     02  TYPEFI                  PICTURE X(01).
003100     02  OPIDFL                  COMP PIC S9(4).
003200     02  OPIDFF                  PICTURE X.
003300     02  FILLER REDEFINES OPIDFF.
003400         03  OPIDFA              PICTURE X.
003500     02  OPIDFI                  PICTURE X(08).
003600     02  TERMFL                  COMP PIC S9(4).
003700     02  TERMFF                  PICTURE X.
003800     02  FILLER REDEFINES TERMFF.
003900         03  TERMFA              PICTURE X.
004000     02  TERMFI                  PICTURE X(04).
004100     02  FRDTFL                  COMP PIC S9(4).
004200     02  FRDTFF                  PICTURE X.
004300     02  FILLER REDEFINES FRDTFF.
004400         03  FRDTFA              PICTURE X.
004500     02  FRDTFI                  PICTURE X(07).
004600     02  THDTFL                  COMP PIC S9(4).
004700     02  THDTFF                  PICTURE X.
004800     02  FILLER REDEFINES THDTFF.
004900         03  THDTFA              PICTURE X.
005000     02  THDTFI                  PICTURE X(07).
005100     02  RSNFL                   COMP PIC S9(4).
005200     02  RSNFF                   PICTURE X.
005300     02  FILLER REDEFINES RSNFF.
005400         03  RSNFA               PICTURE X.
005500     02  RSNFI                   PICTURE X(60).
005600     02  STATFL                  COMP PIC S9(4).
005700     02  STATFF                  PICTURE X.
005800     02  FILLER REDEFINES STATFF.
005900         03  STATFA              PICTURE X.
006000     02  STATFI                  PICTURE X(08).
006100     02  PLBYFL                  COMP PIC S9(4).
006200     02  PLBYFF                  PICTURE X.
006300     02  FILLER REDEFINES PLBYFF.
006400         03  PLBYFA              PICTURE X.
006500     02  PLBYFI                  PICTURE X(08).
006600     02  PLDTFL                  COMP PIC S9(4).
006700     02  PLDTFF                  PICTURE X.
006800     02  FILLER REDEFINES PLDTFF.
006900         03  PLDTFA              PICTURE X.
007000     02  PLDTFI                  PICTURE X(07).
007100     02  PLTMFL                  COMP PIC S9(4).
007200     02  PLTMFF                  PICTURE X.
007300     02  FILLER REDEFINES PLTMFF.
007400         03  PLTMFA              PICTURE X.
007500     02  PLTMFI                  PICTURE X(07).
007600     02  RLBYFL                  COMP PIC S9(4).
007700     02  RLBYFF                  PICTURE X.
007800     02  FILLER REDEFINES RLBYFF.
007900         03  RLBYFA              PICTURE X.
008000     02  RLBYFI                  PICTURE X(08).
008100     02  RLDTFL                  COMP PIC S9(4).
008200     02  RLDTFF                  PICTURE X.
008300     02  FILLER REDEFINES RLDTFF.
008400         03  RLDTFA              PICTURE X.
008500     02  RLDTFI                  PICTURE X(07).
008600     02  RLTMFL                  COMP PIC S9(4).
008700     02  RLTMFF                  PICTURE X.
008800     02  FILLER REDEFINES RLTMFF.
008900         03  RLTMFA              PICTURE X.
009000     02  RLTMFI                  PICTURE X(07).
009100     02  RLNTFL                  COMP PIC S9(4).
009200     02  RLNTFF                  PICTURE X.
009300     02  FILLER REDEFINES RLNTFF.
009400         03  RLNTFA              PICTURE X.
009500     02  RLNTFI                  PICTURE X(40).
009600     02  MSGFL                   COMP PIC S9(4).
009700     02  MSGFF                   PICTURE X.
009800     02  FILLER REDEFINES MSGFF.
009900         03  MSGFA               PICTURE X.
010000     02  MSGFI                   PICTURE X(60).
010100 01  HELLOHMMAPO REDEFINES HELLOHMMAPI.
010200     02  FILLER                  PICTURE X(12).
010300     02  FILLER                  PICTURE X(3).
010400     02  HLIDFO                  PICTURE X(08).
010500     02  FILLER                  PICTURE X(3).
010600     02  FUNCFO                  PICTURE X(01).
010700     02  FILLER                  PICTURE X(3).
010800     02  TYPEFO                  PICTURE X(01).
010900     02  FILLER                  PICTURE X(3).
011000     02  OPIDFO                  PICTURE X(08).
011100     02  FILLER                  PICTURE X(3).
011200     02  TERMFO                  PICTURE X(04).
011300     02  FILLER                  PICTURE X(3).
011400     02  FRDTFO                  PICTURE X(07).
011500     02  FILLER                  PICTURE X(3).
011600     02  THDTFO                  PICTURE X(07).
011700     02  FILLER                  PICTURE X(3).
011800     02  RSNFO                   PICTURE X(60).
011900     02  FILLER                  PICTURE X(3).
012000     02  STATFO                  PICTURE X(08).
012100     02  FILLER                  PICTURE X(3).
012200     02  PLBYFO                  PICTURE X(08).
012300     02  FILLER                  PICTURE X(3).
012400     02  PLDTFO                  PICTURE X(07).
012500     02  FILLER                  PICTURE X(3).
012600     02  PLTMFO                  PICTURE X(07).
012700     02  FILLER                  PICTURE X(3).
012800     02  RLBYFO                  PICTURE X(08).
012900     02  FILLER                  PICTURE X(3).
013000     02  RLDTFO                  PICTURE X(07).
013100     02  FILLER                  PICTURE X(3).
013200     02  RLTMFO                  PICTURE X(07).
013300     02  FILLER                  PICTURE X(3).
013400     02  RLNTFO                  PICTURE X(40).
013500     02  FILLER                  PICTURE X(3).
013600     02  MSGFO                   PICTURE X(60).
