000140* RECORD IS APPENDED EVERY TIME A CREATE OR CHANGE TRANSACTION
000150* MOVES USER-BAL, SO "WHAT WAS THIS BALANCE ON DATE X" CAN BE
000160* ANSWERED FROM THE FILE RATHER THAN MEMORY.
000161*
000162* HIST-POST-REF IS THE POSTING REFERENCE SHARED WITH USERSUSP AND
000163* USEROPRL; ON A REVERSAL (V) HIST-REVERSES-REF NAMES THE POSTING
000164* IT BACKED OUT (SEE USERTRN FOR THE LAYOUT).  HIST-OLD-DEPT AND
000165* HIST-NEW-DEPT RECORD A USRDMV DEPARTMENT MOVE, WHICH LEAVES THE
000166* BALANCE ALONE.  HIST-MOVE-TYPE MARKS USRACR'S INTEREST CREDITED
000167* AND SERVICE FEE CHARGED.  SPACES IN ANY OF THEM MEANS NOT
000168* APPLICABLE (OR A RECORD WRITTEN BEFORE THE FIELD EXISTED).
000170*
000180* MODIFICATION HISTORY
000190* DATE      BY    DESCRIPTION
000220* 09/03/26  RFK   WIDENED THE BALANCES TO 9(09)V99 WITH THE
000221*                 SUITE-WIDE CEILING RAISE.  USRCNV CONVERTS THE
000222*                 EXISTING TRAIL AND ARCHIVE.
000223* 10/15/26  RFK   ADDED HIST-POST-REF AND HIST-REVERSES-REF.
000224* 10/15/26  RFK   ADDED HIST-OLD-DEPT AND HIST-NEW-DEPT FOR THE
000225*                 USRDMV DEPARTMENT MOVE.
000226* 10/15/26  RFK   ADDED HIST-MOVE-TYPE FOR USRACR'S INTEREST AND
000227*                 SERVICE FEE.
000228*-----------------------------------------------------------------
000230     05  HIST-USER-ID                    PIC 9(08).
000240     05  HIST-OLD-BAL                    PIC 9(09)V99.
000250     05  HIST-NEW-BAL                    PIC 9(09)V99.
000260     05  HIST-EFF-DATE                   PIC 9(08).
000270     05  HIST-SOURCE-JOB                 PIC X(08).
000280     05  HIST-OPER-ID                    PIC X(08).
000290     05  HIST-POST-REF                   PIC X(16).
000300     05  HIST-REVERSES-REF               PIC X(16).
000310     05  HIST-OLD-DEPT                   PIC X(04).
000320     05  HIST-NEW-DEPT                   PIC X(04).
000330     05  HIST-MOVE-TYPE                  PIC X(01).
000340         88  HIST-INTEREST               VALUE "I".
000350         88  HIST-FEE                    VALUE "F".
