000330*             USRRBL FOR A HUMAN, NEVER GUESSED AT.  AN ACCOUNT
000340*             CREATED AFTER THE SNAPSHOT CANNOT BE REBUILT FROM
000350*             THE TRAIL ALONE (THE TRAIL HAS NO NAME) AND IS
000360*             REPORTED THE SAME WAY.  A USRDMV DEPARTMENT MOVE
000361*             (OLD = NEW BALANCE) CARRIES ITS NEW DEPARTMENT.
000362*   PHASE 2B - PURGE CLOSES: A CLOSE WRITES NO TRAIL RECORD
000363*             (IT ARCHIVES THE FINAL IMAGE TO USERARCH AND
000364*             DELETES THE MASTER RECORD), SO AN ACCOUNT CLOSED
000874     05  ARC-ACTION                      PIC X(01).
000875         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
000876         88  ARC-REOPENED                VALUE "R".
000877     05  ARC-ADDRESS-DATA                PIC X(144).

000878 FD  USERMAST
000880     LABEL RECORDS ARE STANDARD.
000890 01  MF-USER-RECORD.
000900     COPY USERREC
003680     END-IF.

003690     MOVE HIST-NEW-BAL TO USER-BAL.
003692     IF HIST-NEW-DEPT NOT = SPACES
003694         MOVE HIST-NEW-DEPT TO USER-DEPT
003696     END-IF.
003700     MOVE WS-USER TO MF-USER-RECORD.
003710     REWRITE MF-USER-RECORD
003720         INVALID KEY
