000100*****************************************************************
000200*    COPYBOOK      HELLOCAT                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOCAT VSAM KSDS -   *
000400*                   THE CATALOG OF HELLOLOG ARCHIVE DATASETS.    *
000500*                   ONE RECORD PER ARCHIVE DATASET GIVES THE     *
000600*                   RANGE OF LOG DATES IT HOLDS, SO HELLOAQS CAN *
000700*                   BUILD THE HELLOARQ RETRIEVAL JOB WITH ONLY   *
000800*                   THE DATASETS A REQUEST'S FROMDT/THRUDT       *
000900*                   OVERLAP.                                     *
001000*                                                               *
001100*                   KEY - THE DATASET NAME.                      *
001200*                                                               *
001300*                   TYPES - M IS A MONTHLY ARCHIVE WRITTEN BY    *
001400*                   HELLOAMC FROM THE DAILY HELLOARC             *
001500*                   GENERATIONS: SORTED, ONE COPY OF EACH KEY,   *
001600*                   73-BYTE RECORDS.  ITS RANGE IS THE LOWEST    *
001700*                   AND HIGHEST LOG DATE IN IT.  G IS THE DAILY  *
001800*                   ARCHIVE GDG BASE ITSELF - THE GENERATIONS    *
001900*                   NOT YET CONSOLIDATED.  HELLOAMC SETS ITS     *
002000*                   RANGE FROM THE DAY AFTER THE LAST MONTHLY    *
002100*                   ARCHIVE'S HIGHEST DATE, OPEN-ENDED (THRU     *
002200*                   9999999), AS EVERY LATER DAILY RUN ARCHIVES  *
002300*                   ONLY NEWER DATES.                            *
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY                                       *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------  ----  ------------------------------------------ *
002800*    2026-10-15 SMH   ORIGINAL.                                  *
002900*****************************************************************
003000 01  HELLOCAT-RECORD.
003100     05  CA-DSN                  PIC X(44).
003200     05  CA-TYPE                 PIC X(01).
003300         88  CA-TYPE-MONTHLY                 VALUE 'M'.
003400         88  CA-TYPE-DAILY-GDG               VALUE 'G'.
003500     05  CA-FROM-DATE            PIC 9(07).
003600     05  CA-THRU-DATE            PIC 9(07).
003700     05  CA-RECORD-COUNT         PIC 9(09).
003800     05  CA-DUP-COUNT            PIC 9(09).
003900     05  CA-UPDATE-DATE          PIC 9(07).
004000     05  CA-UPDATE-TIME          PIC 9(08).
004100     05  FILLER                  PIC X(08).
