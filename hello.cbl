000886*                     PF5 WRITES THE HELLOACK RECORD (WHO, WHICH *
000888*                     BULLETIN, WHEN) AND PF3 IS REFUSED UNTIL   *
000891*                     THE ACKNOWLEDGMENT IS ON FILE.             *
000892*    2026-10-15 SMH   THE SERVICE CALL NOW NAMES ITS CHANNEL     *
000893*                     (3270) IN HV-CHANNEL FOR THE HELLOSVC      *
000894*                     SERVICE-TIMING RECORD.                     *
000895*****************************************************************
000900 ENVIRONMENT DIVISION.
000910 DATA DIVISION.
000920 WORKING-STORAGE SECTION.
002010         TO HV-OPERATOR-ID OF HELLOSVC-COMMAREA.
002020     MOVE HC-OPERATOR-NAME OF HELLO-COMMAREA
002030         TO HV-OPERATOR-NAME OF HELLOSVC-COMMAREA.
002033     SET HV-CHANNEL-3270 OF HELLOSVC-COMMAREA
002036                                 TO TRUE.
002040     EXEC CICS LINK PROGRAM('HELLOSVC')
002050         COMMAREA (HELLOSVC-COMMAREA)
002060         LENGTH   (LENGTH OF HELLOSVC-COMMAREA)
