000100*****************************************************************
000200*    COPYBOOK      HELLOCKP                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOARC CHECKPOINT    *
000400*                   DATASET (CHKPT, 80 BYTES, ONE RECORD).       *
000500*                   HELLOARC REWRITES IT AFTER EVERY BATCH OF    *
000600*                   DELETES AND AT END OF JOB; HELLOHLR AND      *
000700*                   HELLOAQS ONLY READ IT.                       *
000800*                                                               *
000900*                   STATUS - I (IN FLIGHT) WHILE A RUN IS        *
001000*                   PURGING, OR WHEN ONE ENDED ABNORMALLY; THE   *
001100*                   NEXT RUN RESTARTS AFTER CP-LAST-KEY.  C      *
001200*                   (COMPLETE) ONCE A RUN HAS ENDED CLEANLY.     *
001300*                                                               *
001400*                   CP-ARCHIVED-BEFORE - EVERY RECORD LOGGED     *
001500*                   BEFORE THIS DATE HAS BEEN ARCHIVED.  ZERO OR *
001600*                   SPACES ON A CHECKPOINT WRITTEN BEFORE THE    *
001700*                   DATE WAS KEPT.  WHILE IN FLIGHT IT IS STILL  *
001800*                   THE CUTOFF OF THE LAST COMPLETE RUN.         *
001900*-----------------------------------------------------------------
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------  ----  ------------------------------------------ *
002300*    2026-10-15 SMH   ORIGINAL.                                  *
002400*****************************************************************
002500 01  CHKPT-RECORD.
002600     05  CP-STATUS               PIC X(01).
002700         88  CP-IN-FLIGHT                    VALUE 'I'.
002800         88  CP-COMPLETE                     VALUE 'C'.
002900     05  CP-LAST-KEY             PIC X(25).
003000     05  CP-PURGED-COUNT         PIC 9(09).
003100     05  CP-ARCHIVED-COUNT       PIC 9(09).
003200     05  CP-ARCHIVED-BEFORE      PIC 9(07).
003300     05  FILLER                  PIC X(29).
