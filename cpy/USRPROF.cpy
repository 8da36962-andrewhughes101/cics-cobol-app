001306*                     AUDIT RECORD AT WRITE TIME AND ROLLED UP   *
001307*                     BY HELLORPT FOR THE BRANCH CHARGEBACK.     *
001308*                     SPACES MEANS NOT YET ASSIGNED.             *
001313*    2026-10-15 SMH   ADDED THE LAST SUCCESSFUL SIGN-ON          *
001318*                     DATE/TIME (EIBDATE/EIBTIME FORMS), STAMPED *
001323*                     BY HELLOSEC ON EVERY GRANTED SIGN-ON AND   *
001328*                     USED BY THE HELLODRM NIGHTLY               *
001333*                     DORMANT-PROFILE SUSPENSION.  ZERO (OR      *
001338*                     LEGACY SPACES) MEANS NO SIGN-ON ON RECORD  *
001343*                     - HELLODRM THEN STARTS THE DORMANCY CLOCK  *
001348*                     BY STAMPING ITS OWN RUN DATE, AND USRMNT   *
001353*                     ZEROES THE STAMP WHEN IT RE-ACTIVATES A    *
001358*                     SUSPENDED PROFILE SO THE OPERATOR GETS A   *
001363*                     FULL PERIOD TO SIGN ON.  THE RECORD GROWS  *
001368*                     58 TO 72 BYTES - REDEFINE THE CLUSTER AND  *
001373*                     RELOAD WITH SPACE-PADDING AS FOR THE 40 TO *
001378*                     58 CHANGE ABOVE.                           *
001383*****************************************************************
001400 01  USRPROF-RECORD.
001500     05  UP-USER-ID              PIC X(08).
001600     05  UP-USER-NAME            PIC X(20).
002410     05  UP-START-DATE           PIC 9(07).
002420     05  UP-END-DATE             PIC 9(07).
002430     05  UP-BRANCH-CODE          PIC X(04).
002440     05  UP-LAST-SIGNON-DATE     PIC 9(07).
002450     05  UP-LAST-SIGNON-TIME     PIC 9(07).
002500     05  FILLER                  PIC X(02).
