001000*    DATE       INIT  DESCRIPTION                                *
001100*    ---------  ----  ------------------------------------------ *
001200*    2026-08-22 SMH   ORIGINAL.                                  *
001210*    2026-10-15 SMH   ADDED AUDF AND THE BRCHF BRANCH CODE ARRAY *
001220*                     (OCCURS=8).                                *
001300*****************************************************************
001400 01  HELLOBRMAPI.
001500     02  FILLER                  PIC X(12).
005300     02  FILLER REDEFINES TEXTFF.
005400         03  TEXTFA              PICTURE X.
005500     02  TEXTFI                  PICTURE X(60).
005508     02  AUDFL                   COMP PIC S9(4).
005516     02  AUDFF                   PICTURE X.
005524     02  FILLER REDEFINES AUDFF.
005532         03  AUDFA               PICTURE X.
005540     02  AUDFI                   PICTURE X(01).
005548     02  DFHMS1                  OCCURS 8 TIMES.
005556         03  BRCHFL              COMP PIC S9(4).
005564         03  BRCHFF              PICTURE X.
005572         03  FILLER REDEFINES BRCHFF.
005580             04  BRCHFA          PICTURE X.
005588         03  BRCHFI              PICTURE X(04).
005600     02  MSGFL                   COMP PIC S9(4).
005700     02  MSGFF                   PICTURE X.
005800     02  FILLER REDEFINES MSGFF.
007600     02  URGFO                   PICTURE X(01).
007700     02  FILLER                  PICTURE X(3).
007800     02  TEXTFO                  PICTURE X(60).
007810     02  FILLER                  PICTURE X(3).
007820     02  AUDFO                   PICTURE X(01).
007830     02  DFHMS2                  OCCURS 8 TIMES.
007840         03  FILLER              PICTURE X(3).
007850         03  BRCHFO              PICTURE X(04).
007900     02  FILLER                  PICTURE X(3).
008000     02  MSGFO                   PICTURE X(60).
