000100*****************************************************************
000200*    COPYBOOK      HELLOHLD                                     *
000300*    DESCRIPTION    RECORD LAYOUT FOR THE HELLOHLD VSAM KSDS -   *
000400*                   LEGAL HOLDS ON HELLOLOG RECORDS.  SECURITY   *
000500*                   ADMINISTRATORS PLACE AND RELEASE HOLDS WITH  *
000600*                   THE HELLOHLM TRANSACTION.  WHILE A HOLD IS   *
000700*                   ACTIVE, HELLOARC STILL ARCHIVES THE RECORDS  *
000800*                   IT COVERS BUT LEAVES THEM ON THE HELLOLOG    *
000900*                   KSDS, SO HELLOI CAN STILL FIND THEM; ONCE IT *
001000*                   IS RELEASED THE NEXT HELLOARC RUN PURGES     *
001100*                   THEM IN THE NORMAL WAY.  HELLOHLR LISTS THE  *
001200*                   ACTIVE HOLDS FOR LEGAL REVIEW.  RECORDS ARE  *
001300*                   NEVER DELETED, SO THE FILE IS ALSO THE       *
001400*                   HISTORY OF WHO PLACED AND RELEASED EACH      *
001500*                   HOLD, WHEN, AND WHY.                         *
001600*                                                               *
001700*                   KEY - THE HOLD ID, KEYED BY THE              *
001800*                   ADMINISTRATOR WHEN THE HOLD IS PLACED        *
001900*                   (NORMALLY THE LEGAL MATTER OR CASE           *
002000*                   REFERENCE).  A HOLD ID IS NEVER REUSED.      *
002100*                                                               *
002200*                   HOLD TYPES - O COVERS EVERY RECORD FOR ONE   *
002300*                   OPERATOR ID, T EVERY RECORD FROM ONE         *
002400*                   TERMINAL, D EVERY RECORD IN A LOG-DATE       *
002500*                   RANGE.  AN O OR T HOLD MAY ALSO BE NARROWED  *
002600*                   TO A DATE RANGE.  THE DATES ARE 0CYYDDD; AN  *
002700*                   OPEN END IS HELD AS ZERO OR 9999999.         *
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------  ----  ------------------------------------------ *
003200*    2026-10-15 SMH   ORIGINAL.                                  *
003300*****************************************************************
003400 01  HELLOHLD-RECORD.
003500     05  HD-HOLD-ID              PIC X(08).
003600     05  HD-HOLD-TYPE            PIC X(01).
003700         88  HD-TYPE-OPERATOR                VALUE 'O'.
003800         88  HD-TYPE-TERMINAL                VALUE 'T'.
003900         88  HD-TYPE-DATES                   VALUE 'D'.
004000         88  HD-TYPE-VALID                   VALUES 'O' 'T' 'D'.
004100     05  HD-OPERATOR-ID          PIC X(08).
004200     05  HD-TERMID               PIC X(04).
004300     05  HD-FROM-DATE            PIC 9(07).
004400     05  HD-THRU-DATE            PIC 9(07).
004500     05  HD-STATUS               PIC X(01).
004600         88  HD-STAT-ACTIVE                  VALUE 'A'.
004700         88  HD-STAT-RELEASED                VALUE 'R'.
004800     05  HD-REASON               PIC X(60).
004900     05  HD-PLACED-USER          PIC X(08).
005000     05  HD-PLACED-DATE          PIC 9(07).
005100     05  HD-PLACED-TIME          PIC 9(07).
005200     05  HD-RELEASE-USER         PIC X(08).
005300     05  HD-RELEASE-DATE         PIC 9(07).
005400     05  HD-RELEASE-TIME         PIC 9(07).
005500     05  HD-RELEASE-NOTE         PIC X(40).
005600     05  FILLER                  PIC X(20).
