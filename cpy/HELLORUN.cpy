000100*****************************************************************
000200*    COPYBOOK      HELLORUN                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLORUN VSAM KSDS -   *
000400*                   THE SHARED BATCH RUN HISTORY.  HELLORPT,     *
000500*                   HELLOCNT, HELLOARC, HELLOARQ, HELLORCN,      *
000600*                   HELLOAKR, HELLOTRD, USRLOAD, HELLOAMC AND    *
000650*                   HELLOSVR EACH WRITE ONE RECORD AS THEY START *
000660*                   (STATUS R, RUNNING) AND REWRITE IT AS THEY   *
000700*                   END (STATUS E, WITH THE END DATE/TIME,       *
000800*                   RETURN CODE, COUNTS AND RESTART INDICATOR).  *
000900*                   A RECORD STILL AT STATUS R AFTER THE JOB HAS *
001000*                   GONE IS A RUN THAT ABENDED OR WAS CANCELLED. *
001200*                   THE HELLORHQ TRANSACTION BROWSES THE FILE    *
001300*                   ONLINE AND THE HELLORHT TRAILER REPORTS      *
001400*                   EXPECTED JOBS THAT DID NOT RUN.  A FAILURE   *
001500*                   TO WRITE THE HISTORY IS DISPLAYED BUT NEVER  *
001600*                   FAILS THE JOB.                               *
001700*                                                               *
001800*                   KEY - JOB NAME, START DATE (0CYYDDD) AND     *
001900*                   START TIME (HHMMSSTH), SO EACH JOB'S RUNS    *
002000*                   READ OLDEST FIRST AND ITS LATEST RUN IS THE  *
002100*                   LAST RECORD UNDER ITS NAME.                  *
002200*                                                               *
002300*                   COUNTS - WHAT EACH JOB COUNTS AS INPUT,      *
002400*                   OUTPUT AND REJECTS DIFFERS, SO EACH COUNT    *
002500*                   CARRIES A SHORT LABEL SAYING WHAT IT IS.  A  *
002600*                   COUNT A JOB DOES NOT KEEP IS ZERO WITH A     *
002700*                   BLANK LABEL.                                 *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------  ----  ------------------------------------------ *
003200*    2026-10-15 SMH   ORIGINAL.                                  *
003250*    2026-10-15 SMH   HELLOAMC ADDED TO THE WRITERS.             *
003260*    2026-10-15 SMH   HELLOSVR ADDED TO THE WRITERS.             *
003300*****************************************************************
003400 01  HELLORUN-RECORD.
003500     05  RH-RUN-KEY.
003600         10  RH-JOB-NAME         PIC X(08).
003700         10  RH-START-DATE       PIC 9(07).
003800         10  RH-START-TIME       PIC 9(08).
003900     05  RH-END-DATE             PIC 9(07).
004000     05  RH-END-TIME             PIC 9(08).
004100     05  RH-RUN-STATUS           PIC X(01).
004200         88  RH-STAT-RUNNING                 VALUE 'R'.
004300         88  RH-STAT-ENDED                   VALUE 'E'.
004400     05  RH-RETURN-CODE          PIC 9(04).
004500     05  RH-RESTART-IND          PIC X(01).
004600         88  RH-RESTARTED                    VALUE 'Y'.
004700         88  RH-FRESH-START                  VALUE 'N'.
004800     05  RH-INPUT-COUNT          PIC 9(09).
004900     05  RH-INPUT-LABEL          PIC X(10).
005000     05  RH-OUTPUT-COUNT         PIC 9(09).
005100     05  RH-OUTPUT-LABEL         PIC X(10).
005200     05  RH-REJECT-COUNT         PIC 9(09).
005300     05  RH-REJECT-LABEL         PIC X(10).
005400     05  FILLER                  PIC X(19).
