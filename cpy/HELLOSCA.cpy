001396*    2026-09-02 SMH   ADDED HS-BRANCH-CODE, THE OPERATOR'S       *
001397*                     USRPROF BRANCH, SO CALLERS CAN STAMP IT    *
001398*                     ON THE HELLOLOG AUDIT RECORD.              *
001399*    2026-10-15 SMH   ADDED HS-TRAN-NAME AND HS-TRAN-ACCESS.     *
001401*                     THE CALLER NAMES ITS FRONT DOOR AND        *
001402*                     HELLOSEC CHECKS IT AGAINST THE HELLOENT    *
001403*                     ENTITLEMENT FILE, HANDING BACK READ-ONLY   *
001404*                     OR UPDATE ACCESS.  SPACES IN HS-TRAN-NAME  *
001405*                     ASKS FOR THE SIGN-ON CHECK ALONE.          *
001450*****************************************************************
001500 01  COMMAREA-LEVEL.
001600     05  HS-OPERATOR-ID          PIC X(08).
001700     05  HS-OPERATOR-NAME        PIC X(20).
002400         88  HS-LEVEL-ADMIN                  VALUE 'A'.
002500     05  HS-LANG-PREF            PIC X(05).
002600     05  HS-BRANCH-CODE          PIC X(04).
002700     05  HS-TRAN-NAME            PIC X(08).
002800     05  HS-TRAN-ACCESS          PIC X(01).
002900         88  HS-ACCESS-NONE                  VALUE 'N'.
003000         88  HS-ACCESS-READ                  VALUE 'R'.
003100         88  HS-ACCESS-UPDATE                VALUE 'U'.
