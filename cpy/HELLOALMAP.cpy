000100*****************************************************************
000200*    COPYBOOK      HELLOALMAP                                   *
000300*    DESCRIPTION    SYMBOLIC MAP FOR MAPSET HELLOALS, MAP        *
000400*                   HELLOALM (SEE BMS SOURCE BMS/HELLOAL.BMS).   *
000500*                   GENERATED BY THE BMS MAP TRANSLATOR - DO NOT *
000600*                   HAND-MAINTAIN THE FIELD LAYOUT, REASSEMBLE   *
000700*                   THE MAPSET INSTEAD.                          *
000800*-----------------------------------------------------------------
000900*    MODIFICATION HISTORY                                       *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    ---------  ----  ------------------------------------------ *
001200*    2026-10-15 SMH   ORIGINAL.                                  *
001300*****************************************************************
001400 01  HELLOALMAPI.
001500     02  FILLER                  PIC X(12).
001600     02  ADATFL                  COMP PIC S9(4).
001700     02  ADATFF                  PICTURE X.
001800     02  FILLER REDEFINES ADATFF.
001900         03  ADATFA              PICTURE X.
002000     02  ADATFI                  PICTURE X(07).
002100     02  ATIMFL                  COMP PIC S9(4).
002200     02  ATIMFF                  PICTURE X.
002300     02  FILLER REDEFINES ATIMFF.
002400         03  ATIMFA              PICTURE X.
002500     02  ATIMFI                  PICTURE X(07).
002600     02  ATYPFL                  COMP PIC S9(4).
002700     02  ATYPFF                  PICTURE X.
002800     02  FILLER REDEFINES ATYPFF.
002900         03  ATYPFA              PICTURE X.
003000     02  ATYPFI                  PICTURE X(08).
003100     02  ATRMFL                  COMP PIC S9(4).
003200     02  ATRMFF                  PICTURE X.
003300     02  FILLER REDEFINES ATRMFF.
003400         03  ATRMFA              PICTURE X.
003500     02  ATRMFI                  PICTURE X(04).
003600     02  ASTAFL                  COMP PIC S9(4).
003700     02  ASTAFF                  PICTURE X.
003800     02  FILLER REDEFINES ASTAFF.
003900         03  ASTAFA              PICTURE X.
004000     02  ASTAFI                  PICTURE X(12).
004100     02  ATXTFL                  COMP PIC S9(4).
004200     02  ATXTFF                  PICTURE X.
004300     02  FILLER REDEFINES ATXTFF.
004400         03  ATXTFA              PICTURE X.
004500     02  ATXTFI                  PICTURE X(70).
004600     02  AKBYFL                  COMP PIC S9(4).
004700     02  AKBYFF                  PICTURE X.
004800     02  FILLER REDEFINES AKBYFF.
004900         03  AKBYFA              PICTURE X.
005000     02  AKBYFI                  PICTURE X(08).
005100     02  AKDTFL                  COMP PIC S9(4).
005200     02  AKDTFF                  PICTURE X.
005300     02  FILLER REDEFINES AKDTFF.
005400         03  AKDTFA              PICTURE X.
005500     02  AKDTFI                  PICTURE X(07).
005600     02  AKTMFL                  COMP PIC S9(4).
005700     02  AKTMFF                  PICTURE X.
005800     02  FILLER REDEFINES AKTMFF.
005900         03  AKTMFA              PICTURE X.
006000     02  AKTMFI                  PICTURE X(07).
006100     02  AKNTFL                  COMP PIC S9(4).
006200     02  AKNTFF                  PICTURE X.
006300     02  FILLER REDEFINES AKNTFF.
006400         03  AKNTFA              PICTURE X.
006500     02  AKNTFI                  PICTURE X(40).
006600     02  CLBYFL                  COMP PIC S9(4).
006700     02  CLBYFF                  PICTURE X.
006800     02  FILLER REDEFINES CLBYFF.
006900         03  CLBYFA              PICTURE X.
007000     02  CLBYFI                  PICTURE X(08).
007100     02  CLDTFL                  COMP PIC S9(4).
007200     02  CLDTFF                  PICTURE X.
007300     02  FILLER REDEFINES CLDTFF.
007400         03  CLDTFA              PICTURE X.
007500     02  CLDTFI                  PICTURE X(07).
007600     02  CLTMFL                  COMP PIC S9(4).
007700     02  CLTMFF                  PICTURE X.
007800     02  FILLER REDEFINES CLTMFF.
007900         03  CLTMFA              PICTURE X.
008000     02  CLTMFI                  PICTURE X(07).
008100     02  FUNCFL                  COMP PIC S9(4).
008200     02  FUNCFF                  PICTURE X.
008300     02  FILLER REDEFINES FUNCFF.
008400         03  FUNCFA              PICTURE X.
008500     02  FUNCFI                  PICTURE X(01).
008600     02  NOTEFL                  COMP PIC S9(4).
008700     02  NOTEFF                  PICTURE X.
008800     02  FILLER REDEFINES NOTEFF.
008900         03  NOTEFA              PICTURE X.
009000     02  NOTEFI                  PICTURE X(40).
009100     02  MSGFL                   COMP PIC S9(4).
009200     02  MSGFF                   PICTURE X.
009300     02  FILLER REDEFINES MSGFF.
009400         03  MSGFA               PICTURE X.
009500     02  MSGFI                   PICTURE X(60).
009600 01  HELLOALMAPO REDEFINES HELLOALMAPI.
009700     02  FILLER                  PICTURE X(12).
009800     02  FILLER                  PICTURE X(3).
009900     02  ADATFO                  PICTURE X(07).
010000     02  FILLER                  PICTURE X(3).
010100     02  ATIMFO                  PICTURE X(07).
010200     02  FILLER                  PICTURE X(3).
010300     02  ATYPFO                  PICTURE X(08).
010400     02  FILLER                  PICTURE X(3).
010500     02  ATRMFO                  PICTURE X(04).
010600     02  FILLER                  PICTURE X(3).
010700     02  ASTAFO                  PICTURE X(12).
010800     02  FILLER                  PICTURE X(3).
010900     02  ATXTFO                  PICTURE X(70).
011000     02  FILLER                  PICTURE X(3).
011100     02  AKBYFO                  PICTURE X(08).
011200     02  FILLER                  PICTURE X(3).
011300     02  AKDTFO                  PICTURE X(07).
011400     02  FILLER                  PICTURE X(3).
011500     02  AKTMFO                  PICTURE X(07).
011600     02  FILLER                  PICTURE X(3).
011700     02  AKNTFO                  PICTURE X(40).
011800     02  FILLER                  PICTURE X(3).
011900     02  CLBYFO                  PICTURE X(08).
012000     02  FILLER                  PICTURE X(3).
012100     02  CLDTFO                  PICTURE X(07).
012200     02  FILLER                  PICTURE X(3).
012300     02  CLTMFO                  PICTURE X(07).
012400     02  FILLER                  PICTURE X(3).
012500     02  FUNCFO                  PICTURE X(01).
012600     02  FILLER                  PICTURE X(3).
012700     02  NOTEFO                  PICTURE X(40).
012800     02  FILLER                  PICTURE X(3).
012900     02  MSGFO                   PICTURE X(60).
