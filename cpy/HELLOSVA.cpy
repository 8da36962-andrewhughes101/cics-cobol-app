001930*                     HAS NOT YET ACKNOWLEDGED ON HELLOACK       *
001940*                     COMES BACK FLAGGED SO THE CALLER CAN       *
001950*                     DEMAND THE ACKNOWLEDGE KEY.                *
001957*    2026-10-15 SMH   ADDED HV-CHANNEL, THE CALLER'S CHANNEL (3  *
001964*                     = 3270 HELLO SCREEN, W = BRANCH WEB        *
001971*                     PORTAL, P = OTHER PROGRAM) FOR THE         *
001978*                     HELLOSVC SERVICE-TIMING RECORD.  IT IS THE *
001985*                     LAST FIELD AND OPTIONAL - HELLOSVC STILL   *
001992*                     ACCEPTS A COMMAREA THAT ENDS BEFORE IT.    *
002000*****************************************************************
002100 01  COMMAREA-LEVEL.
002200     05  HV-OPERATOR-ID          PIC X(08).
002900         88  HV-RC-NORMAL                        VALUE 0.
003000         88  HV-RC-DENIED                        VALUE 8.
003100         88  HV-RC-ERROR                         VALUE 99.
003110     05  HV-CHANNEL              PIC X(01).
003120         88  HV-CHANNEL-3270                 VALUE '3'.
003130         88  HV-CHANNEL-WEB                  VALUE 'W'.
003140         88  HV-CHANNEL-PROGRAM              VALUE 'P'.
003150         88  HV-CHANNEL-VALID                VALUES '3' 'W' 'P'.
