000100*****************************************************************
000200*    COPYBOOK      HELLOSEL                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOSEL VSAM KSDS -   *
000400*                   THE DAILY SEAL ON THE HELLOLOG AUDIT TRAIL.  *
000500*                   ONE RECORD PER CLOSED LOG DATE, WRITTEN ONCE *
000600*                   BY THE NIGHTLY HELLOSLD SEAL JOB AND NEVER   *
000700*                   UPDATED.  IT HOLDS THE CONTROL TOTAL (RECORD *
000800*                   COUNT) AND A CHECK VALUE OVER EVERY HELLOLOG *
000900*                   RECORD CARRYING THAT LOG DATE, PLUS A        *
001000*                   RUNNING CHAIN VALUE THAT FOLDS IN THE        *
001100*                   PREVIOUS SEAL, SO A SEAL RECORD ALTERED,     *
001200*                   INSERTED OR DELETED BREAKS THE CHAIN FROM    *
001300*                   THAT DATE ON.  HELLOSLV RECOMPUTES BOTH FROM *
001400*                   THE KSDS AND THE ARCHIVE GENERATIONS AND     *
001500*                   REPORTS EVERY DATE THAT NO LONGER MATCHES.   *
001600*                                                               *
001700*                   RECORD CHECK VALUE - EACH OF THE 73 BYTES OF *
001800*                   A HELLOLOG RECORD, TAKEN AS ITS CODE POINT   *
001900*                   PLUS ONE, IS FOLDED IN AS H = (H * 31 +      *
002000*                   BYTE) MOD 999999937, STARTING FROM ZERO.     *
002100*                                                               *
002200*                   DAY CHECK VALUE - THE SUM OF THE DAY'S       *
002300*                   RECORD CHECK VALUES MOD 999999937, SO IT     *
002400*                   DOES NOT DEPEND ON THE ORDER THE RECORDS ARE *
002500*                   READ IN (THE KSDS IS TERMINAL-MAJOR; THE     *
002600*                   ARCHIVE IS IN PURGE ORDER).                  *
002700*                                                               *
002800*                   CHAIN VALUE - (PREVIOUS SEAL'S CHAIN * 31 +  *
002900*                   DAY CHECK VALUE + RECORD COUNT + LOG DATE)   *
003000*                   MOD 999999937, WITH ZERO STANDING IN FOR THE *
003100*                   PREVIOUS CHAIN ON THE FIRST SEAL.            *
003200*                                                               *
003300*                   HELLOSLD AND HELLOSLV BOTH CARRY THIS        *
003400*                   ARITHMETIC - KEEP THEM IN STEP.              *
003500*-----------------------------------------------------------------
003600*    MODIFICATION HISTORY                                       *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    ---------  ----  ------------------------------------------ *
003900*    2026-10-15 SMH   ORIGINAL.                                  *
004000*****************************************************************
004100 01  HELLOSEL-RECORD.
004200     05  SL-SEAL-KEY.
004300         10  SL-LOG-DATE         PIC 9(07).
004400     05  SL-RECORD-COUNT         PIC 9(09).
004500     05  SL-DAY-HASH             PIC 9(09).
004600     05  SL-PREV-DATE            PIC 9(07).
004700     05  SL-CHAIN-HASH           PIC 9(09).
004800     05  SL-SEALED-DATE          PIC 9(07).
004900     05  SL-SEALED-TIME          PIC 9(07).
005000     05  FILLER                  PIC X(25).
