000100*****************************************************************
000200*    COPYBOOK      HELLOSVT                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOSVT               *
000400*                   SERVICE-TIMING EXTRACT.  HELLOSVC WRITES ONE *
000500*                   RECORD PER INVOCATION, GRANTED OR DENIED, TO *
000600*                   THE HSVT EXTRAPARTITION TD QUEUE, WHICH IS   *
000700*                   ALLOCATED TO THE EXTRACT DATASET.  EACH      *
000800*                   RECORD CARRIES THE START OF THE CALL, THE    *
000900*                   CALLER'S TERMINAL, TRANSACTION AND TASK, THE *
001000*                   OPERATOR, THE CHANNEL, THE RETURN CODE       *
001100*                   HANDED BACK, AND THE ELAPSED SERVICE TIME IN *
001200*                   MILLISECONDS FROM ENTRY TO THE FINAL RETURN. *
001300*                   READ BY THE NIGHTLY HELLOSVR SERVICE-LEVEL   *
001400*                   REPORT.  THE HELLOLOG AUDIT RECORD IS NOT    *
001500*                   AFFECTED.                                    *
001600*                                                               *
001700*                   CHANNELS - 3 IS THE 3270 HELLO SCREEN, W THE *
001800*                   BRANCH WEB PORTAL, P ANY OTHER               *
001900*                   PROGRAM-TO-PROGRAM CALLER.  THE CALLER NAMES *
002000*                   ITS CHANNEL IN HV-CHANNEL ON THE HELLOSVA    *
002100*                   COMMAREA; A CALLER THAT DOES NOT IS RECORDED *
002200*                   AS 3 WHEN ITS TASK HAS A TERMINAL AND P WHEN *
002300*                   IT HAS NONE.                                 *
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------  ----  ------------------------------------------ *
002800*    2026-10-15 SMH   ORIGINAL.                                  *
002900*****************************************************************
003000 01  HELLOSVT-RECORD.
003100     05  ST-START-DATE           PIC 9(07).
003200     05  ST-START-TIME           PIC 9(07).
003300     05  ST-TERMID               PIC X(04).
003400     05  ST-TRANID               PIC X(04).
003500     05  ST-TASKN                PIC 9(07).
003600     05  ST-OPERATOR-ID          PIC X(08).
003700     05  ST-CHANNEL              PIC X(01).
003800         88  ST-CHAN-3270                    VALUE '3'.
003900         88  ST-CHAN-WEB                     VALUE 'W'.
004000         88  ST-CHAN-PROGRAM                 VALUE 'P'.
004100     05  ST-RETURN-CODE          PIC 9(02).
004200     05  ST-ELAPSED-MS           PIC 9(07).
004300     05  FILLER                  PIC X(03).
