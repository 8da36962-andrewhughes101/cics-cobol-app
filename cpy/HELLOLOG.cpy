002650*                     GENERATIONS WRITTEN BEFORE THIS CHANGE     *
002660*                     ARE 69 BYTES AND READ BACK WITH A SPACE    *
002670*                     BRANCH.                                    *
002676*    2026-10-15 SMH   ADDED PROFILE ACTION 'S' - A DORMANT       *
002682*                     PROFILE SUSPENDED BY THE HELLODRM NIGHTLY  *
002688*                     JOB.  THE AUTH LEVEL IS UNCHANGED, SO OLD  *
002694*                     AND NEW LEVEL CARRY THE SAME VALUE.        *
002696*    2026-10-15 SMH   ADDED THE 'O' SIGN-OFF EVENT TYPE, WRITTEN *
002697*                     BY HELLOOFF WHEN AN OPERATOR CLOSES THEIR  *
002698*                     SESSION.  HELLOSDR PAIRS IT WITH THE 'N'   *
002699*                     RECORDS TO REPORT SESSION DURATIONS.       *
002700*****************************************************************
002800 01  HELLOLOG-RECORD.
002900     05  HL-LOG-KEY.
003800         88  HL-LOG-EVENT-ABEND              VALUE 'A'.
003900         88  HL-LOG-EVENT-PROFILE            VALUE 'P'.
003950         88  HL-LOG-EVENT-VIOLATION          VALUE 'V'.
003960         88  HL-LOG-EVENT-SIGNOFF            VALUE 'O'.
004000     05  HL-LOG-ABEND-CODE       PIC X(04).
004100     05  HL-LOG-PROFILE-DATA.
004200         10  HL-LOG-PROF-USER-ID PIC X(08).
004400             88  HL-LOG-PROF-ADD             VALUE 'A'.
004500             88  HL-LOG-PROF-UPDATE          VALUE 'U'.
004600             88  HL-LOG-PROF-REVOKE          VALUE 'R'.
004610             88  HL-LOG-PROF-SUSPEND         VALUE 'S'.
004700         10  HL-LOG-PROF-OLD-LVL PIC X(01).
004800         10  HL-LOG-PROF-NEW-LVL PIC X(01).
004900     05  HL-LOG-BRANCH-CODE      PIC X(04).
