001100*    DATE       INIT  DESCRIPTION                                *
001200*    ---------  ----  ------------------------------------------ *
001300*    2026-08-09 SMH   ORIGINAL.                                  *
001310*    2026-10-15 SMH   HELLOSEC NOW ALSO QUEUES A 'V' EVENT FOR   *
001320*                     EVERY DENIAL IT RECORDS ON HELLOLOG, WITH  *
001330*                     HE-LOCKOUT-FLAG 'Y' WHEN THAT DENIAL       *
001340*                     SUSPENDED THE PROFILE.  HELLOMON WATCHES   *
001350*                     THESE FOR BRUTE-FORCE PATTERNS; ONLY 'G'   *
001360*                     EVENTS COUNT AS TRAFFIC.                   *
001400*****************************************************************
001500 01  HELLOEVT-RECORD.
001600     05  HE-TERMID               PIC X(04).
002000     05  HE-OPERATOR-NAME        PIC X(20).
002100     05  HE-EVENT-TYPE           PIC X(01)   VALUE 'G'.
002200         88  HE-EVENT-GREETING               VALUE 'G'.
002210         88  HE-EVENT-VIOLATION              VALUE 'V'.
002220     05  HE-LOCKOUT-FLAG         PIC X(01).
002230         88  HE-LOCKOUT                      VALUE 'Y'.
