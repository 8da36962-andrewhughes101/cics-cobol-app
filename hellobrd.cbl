000190*                   HELLOBLT BROADCAST BULLETIN FILE.  LETS AN   *
000200*                   AUTHORIZED OPERATOR ADD, UPDATE, DELETE, OR  *
000210*                   BROWSE ONE BULLETIN AT A TIME - ID,          *
000220*                   EFFECTIVE AND EXPIRY DATE/TIMES              *
000230*                   (EIBDATE/EIBTIME FORM), URGENT FLAG, TEXT,   *
000240*                   AND AUDIENCE - ALL OPERATORS (O), THE        *
000250*                   OPERATORS OF UP TO EIGHT BRANCHES (B), OR    *
000260*                   ADMINISTRATORS ONLY (A).  THE HELLO SCREEN   *
000270*                   SHOWS AN OPERATOR THE FIRST BULLETIN WHOSE   *
000280*                   WINDOW CONTAINS THE SIGN-ON AND WHOSE        *
000290*                   AUDIENCE INCLUDES THEM, SO AN EXPIRED        *
000300*                   BULLETIN DROPS OFF BY ITSELF - DELETE IS FOR *
000302*                   HOUSEKEEPING AND EARLY WITHDRAWAL.           *
000304*                   RESTRICTED TO OPERATORS ENTITLED TO HELLOBRD *
000306*                   ON THE HELLOENT FILE (HELLOSEC DECIDES);     *
000308*                   READ-ONLY ACCESS ALLOWS BROWSE ONLY.         *
000310*-----------------------------------------------------------------
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                                *
000340*    ---------  ----  ------------------------------------------ *
000350*    2026-08-22 SMH   ORIGINAL.                                  *
000351*    2026-10-15 SMH   ACCESS IS NOW DECIDED BY THE HELLOBRD      *
000352*                     ENTITLEMENT ON THE HELLOENT FILE RATHER    *
000353*                     THAN THE ADMINISTRATOR AUTH LEVEL.         *
000354*                     READ-ONLY ACCESS MAY BROWSE; ANY OTHER     *
000355*                     FUNCTION IS REFUSED.                       *
000356*    2026-10-15 SMH   ADDED THE BULLETIN AUDIENCE - ALL          *
000357*                     OPERATORS, A LIST OF UP TO EIGHT BRANCH    *
000358*                     CODES, OR ADMINISTRATORS ONLY - TO ADD,    *
000359*                     UPDATE, AND BROWSE.                        *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 DATA DIVISION.
000440     88  HB-EXIT-REQUESTED                   VALUE 'Y'.
000450 01  HB-AUTH-SWITCH              PIC X(01)   VALUE 'N'.
000460     88  HB-AUTH-DENIED                      VALUE 'Y'.
000462 01  HB-READ-ONLY-SWITCH         PIC X(01)   VALUE 'N'.
000464     88  HB-READ-ONLY                        VALUE 'Y'.
000466 01  HB-TRAN-NAME                PIC X(08)   VALUE 'HELLOBRD'.
000470 01  HB-EDIT-SWITCH              PIC X(01)   VALUE 'N'.
000480     88  HB-EDIT-FAILED                      VALUE 'Y'.
000490 01  HB-RESP                     PIC S9(08)  COMP.
000500 01  HB-STATUS-MSG               PIC X(60)   VALUE SPACES.
000510 01  HB-OPERATOR-ID              PIC X(08)   VALUE SPACES.
000520*----------------------------------------------------------------*
000530*    EDITED FIELDS - WINDOW STAMPS COMPARE AS 14-DIGIT GROUPS    *
000540*----------------------------------------------------------------*
000550 01  HB-EFF-STAMP.
000560     05  HB-EFF-DATE             PIC 9(07).
000600     05  HB-EXP-TIME             PIC 9(07).
000610 01  HB-URGENT-IN                PIC X(01)   VALUE SPACE.
000620     88  HB-URGENT-IN-VALID                  VALUES 'Y' 'N' ' '.
000621 01  HB-AUDIENCE-IN              PIC X(01)   VALUE SPACE.
000622     88  HB-AUDIENCE-IN-VALID                VALUES 'O' 'B' 'A'.
000623     88  HB-AUDIENCE-BRANCH                  VALUE 'B'.
000624 01  HB-BRANCH-LIST.
000625     05  HB-BRANCH-CODE          PIC X(04)   OCCURS 8 TIMES.
000626 01  HB-BRANCH-SUB               PIC S9(04)  COMP.
000627 01  HB-BRANCH-COUNT             PIC S9(04)  COMP.
000630*----------------------------------------------------------------*
000640*    COMMAREA USED TO LINK TO THE SHARED SIGN-ON CHECK           *
000650*----------------------------------------------------------------*
001070 1000-INITIALIZE.
001080     MOVE 'N'                    TO HB-EXIT-SWITCH.
001090     MOVE 'N'                    TO HB-AUTH-SWITCH.
001095     MOVE 'N'                    TO HB-READ-ONLY-SWITCH.
001100     MOVE SPACES                 TO HB-STATUS-MSG.
001110     MOVE EIBUSERID              TO HB-OPERATOR-ID.
001120 1000-INITIALIZE-EXIT.
001130     EXIT.
001140
001150*----------------------------------------------------------------*
001160*    1200-AUTHORIZE-USER - LINK TO THE SHARED SIGN-ON CHECK,     *
001170*                          NAMING THIS TRANSACTION, AND LET      *
001180*                          THROUGH ONLY OPERATORS HELLOSEC FINDS *
001190*                          ENTITLED TO IT.  READ-ONLY ACCESS IS  *
001193*                          NOTED FOR 3000-RECEIVE-KEY.           *
001196*----------------------------------------------------------------*
001200 1200-AUTHORIZE-USER.
001210     MOVE SPACES                 TO HELLOSEC-COMMAREA.
001220     MOVE HB-OPERATOR-ID         TO HS-OPERATOR-ID
001230                                    OF HELLOSEC-COMMAREA.
001233     MOVE HB-TRAN-NAME           TO HS-TRAN-NAME
001236                                    OF HELLOSEC-COMMAREA.
001240     EXEC CICS LINK PROGRAM('HELLOSEC')
001250         COMMAREA (HELLOSEC-COMMAREA)
001260         LENGTH   (LENGTH OF HELLOSEC-COMMAREA)
001270     END-EXEC.
001280     IF HS-AUTH-GRANTED OF HELLOSEC-COMMAREA
001300         MOVE 'N'                TO HB-AUTH-SWITCH
001302         IF HS-ACCESS-READ OF HELLOSEC-COMMAREA
001304             SET HB-READ-ONLY    TO TRUE
001306         END-IF
001310     ELSE
001320         SET HB-AUTH-DENIED      TO TRUE
001330     END-IF.
001860         MOVE 'BULLETIN ID IS REQUIRED' TO HB-STATUS-MSG
001870         GO TO 3000-RECEIVE-KEY-EXIT
001880     END-IF.
001881     IF HB-READ-ONLY AND FUNCFI NOT = 'B'
001882         MOVE 'READ-ONLY ACCESS - ONLY BROWSE (B) IS ALLOWED'
001883                                 TO HB-STATUS-MSG
001884         GO TO 3000-RECEIVE-KEY-EXIT
001885     END-IF.
001890     EVALUATE FUNCFI
001900         WHEN 'A'
001910             PERFORM 4000-ADD-BULLETIN
002060     EXIT.
002070
002080*----------------------------------------------------------------*
002090*    3500-EDIT-WINDOW - VALIDATE THE KEYED DATE/TIME WINDOW,     *
002100*                       URGENT FLAG, AND AUDIENCE FOR AN ADD OR  *
002110*                       UPDATE.  BAD INPUT SETS THE EDIT-FAILED  *
002120*                       SWITCH AND A STATUS MESSAGE.             *
002130*----------------------------------------------------------------*
002140 3500-EDIT-WINDOW.
002150     MOVE 'N'                    TO HB-EDIT-SWITCH.
002370         MOVE 'URGENT MUST BE Y OR N' TO HB-STATUS-MSG
002380         SET HB-EDIT-FAILED      TO TRUE
002390     END-IF.
002391     IF HB-EDIT-FAILED
002392         GO TO 3500-EDIT-WINDOW-EXIT
002393     END-IF.
002394     PERFORM 3550-EDIT-AUDIENCE
002395         THRU 3550-EDIT-AUDIENCE-EXIT.
002400 3500-EDIT-WINDOW-EXIT.
002410     EXIT.
002411
002412*----------------------------------------------------------------*
002413*    3550-EDIT-AUDIENCE - A BLANK AUDIENCE MEANS ALL OPERATORS.  *
002414*                         AUDIENCE B NEEDS AT LEAST ONE BRANCH   *
002415*                         CODE, AND THE OTHER AUDIENCES TAKE     *
002416*                         NONE.  BLANK BRANCH FIELDS MAY SIT     *
002417*                         ANYWHERE IN THE LIST.                  *
002418*----------------------------------------------------------------*
002419 3550-EDIT-AUDIENCE.
002420     MOVE AUDFI                  TO HB-AUDIENCE-IN.
002421     IF HB-AUDIENCE-IN = LOW-VALUES OR HB-AUDIENCE-IN = SPACE
002422         MOVE 'O'                TO HB-AUDIENCE-IN
002423     END-IF.
002424     IF NOT HB-AUDIENCE-IN-VALID
002425         MOVE 'AUDIENCE MUST BE O, B, OR A' TO HB-STATUS-MSG
002426         SET HB-EDIT-FAILED      TO TRUE
002427         GO TO 3550-EDIT-AUDIENCE-EXIT
002428     END-IF.
002429     MOVE 0                      TO HB-BRANCH-COUNT.
002430     PERFORM 3560-EDIT-BRANCH
002431         THRU 3560-EDIT-BRANCH-EXIT
002432         VARYING HB-BRANCH-SUB FROM 1 BY 1
002433         UNTIL HB-BRANCH-SUB > 8.
002434     IF HB-AUDIENCE-BRANCH AND HB-BRANCH-COUNT = 0
002435         MOVE 'AUDIENCE B NEEDS AT LEAST ONE BRANCH CODE'
002436                                 TO HB-STATUS-MSG
002437         SET HB-EDIT-FAILED      TO TRUE
002438         GO TO 3550-EDIT-AUDIENCE-EXIT
002439     END-IF.
002440     IF NOT HB-AUDIENCE-BRANCH AND HB-BRANCH-COUNT > 0
002441         MOVE 'BRANCH CODES ARE ONLY FOR AUDIENCE B'
002442                                 TO HB-STATUS-MSG
002443         SET HB-EDIT-FAILED      TO TRUE
002444     END-IF.
002445 3550-EDIT-AUDIENCE-EXIT.
002446     EXIT.
002447
002448*----------------------------------------------------------------*
002449*    3560-EDIT-BRANCH - PICK UP ONE KEYED BRANCH CODE AND COUNT  *
002450*                       IT IF PRESENT.                           *
002451*----------------------------------------------------------------*
002452 3560-EDIT-BRANCH.
002453     MOVE BRCHFI (HB-BRANCH-SUB)
002454                             TO HB-BRANCH-CODE (HB-BRANCH-SUB).
002455     IF HB-BRANCH-CODE (HB-BRANCH-SUB) = LOW-VALUES
002456         MOVE SPACES             TO HB-BRANCH-CODE (HB-BRANCH-SUB)
002457     END-IF.
002458     IF HB-BRANCH-CODE (HB-BRANCH-SUB) NOT = SPACES
002459         ADD 1                   TO HB-BRANCH-COUNT
002460     END-IF.
002461 3560-EDIT-BRANCH-EXIT.
002462     EXIT.
002463
002464*----------------------------------------------------------------*
002465*    3600-BUILD-RECORD - MOVE THE EDITED FIELDS INTO THE         *
002466*                        BULLETIN RECORD.  THE KEY IS ALREADY    *
002467*                        SET BY THE CALLER.                      *
002470*----------------------------------------------------------------*
002480 3600-BUILD-RECORD.
002490     MOVE HB-EFF-DATE            TO BL-EFF-DATE.
002560         MOVE 'N'                TO BL-URGENT-FLAG
002570     END-IF.
002580     MOVE TEXTFI                 TO BL-BLT-TEXT.
002583     MOVE HB-AUDIENCE-IN         TO BL-AUDIENCE.
002586     MOVE HB-BRANCH-LIST         TO BL-AUD-BRANCH-LIST.
002590 3600-BUILD-RECORD-EXIT.
002600     EXIT.
002610
003560
003570*----------------------------------------------------------------*
003580*    7000-BROWSE-BULLETIN - READ THE BULLETIN FOR THE KEYED ID   *
003590*                           AND DISPLAY IT WITH ITS AUDIENCE.  A *
003600*                           RECORD LOADED BEFORE AUDIENCES       *
003603*                           EXISTED SHOWS AUDIENCE O.            *
003606*----------------------------------------------------------------*
003610 7000-BROWSE-BULLETIN.
003620     MOVE SPACES                 TO HELLOBLT-RECORD.
003630     MOVE BLTIDFI                TO BL-BLT-ID.
003740         MOVE BL-EXP-TIME        TO EXPTFO
003750         MOVE BL-URGENT-FLAG     TO URGFO
003760         MOVE BL-BLT-TEXT        TO TEXTFO
003762         MOVE BL-AUDIENCE        TO AUDFO
003764         IF BL-AUD-ALL
003766             MOVE 'O'            TO AUDFO
003768         END-IF
003770         MOVE 'BULLETIN FOUND'   TO HB-STATUS-MSG
003780     ELSE
003790         MOVE SPACES             TO EFFDFO
003820         MOVE SPACES             TO EXPTFO
003830         MOVE SPACES             TO URGFO
003840         MOVE SPACES             TO TEXTFO
003845         MOVE SPACES             TO AUDFO
003850         MOVE 'BULLETIN NOT FOUND' TO HB-STATUS-MSG
003860     END-IF.
003862     PERFORM 7100-SHOW-BRANCH
003864         THRU 7100-SHOW-BRANCH-EXIT
003866         VARYING HB-BRANCH-SUB FROM 1 BY 1
003868         UNTIL HB-BRANCH-SUB > 8.
003870 7000-BROWSE-BULLETIN-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
003910*    7100-SHOW-BRANCH - MOVE ONE BRANCH CODE OF THE AUDIENCE     *
003920*                       LIST TO THE SCREEN.  A BULLETIN NOT      *
003930*                       FOUND LEAVES THE CLEARED RECORD'S        *
003940*                       SPACES.                                  *
003950*----------------------------------------------------------------*
003960 7100-SHOW-BRANCH.
003970     MOVE BL-AUD-BRANCH-CODE (HB-BRANCH-SUB)
003980                                 TO BRCHFO (HB-BRANCH-SUB).
003990 7100-SHOW-BRANCH-EXIT.
004000     EXIT.
