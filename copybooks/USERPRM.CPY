000420*                 AGING REPORT - DAYS AN OPEN SUSPENSE OR
000430*                 EXCEPTION ITEM MAY SIT BEFORE IT IS LISTED AS
000440*                 A BREACH.  ZERO MEANS THE CHECK IS OFF.
000441* 10/15/26  RFK   ADDED PARM-APPR-LIMIT FOR DUAL CONTROL - A
000442*                 CONSOLE C, W, T OR V MOVING MORE THAN THIS
000443*                 MANY DOLLARS IS QUEUED ON USERAPRQ FOR A
000444*                 SECOND OPERATOR TO APPROVE IN USRAPR INSTEAD
000445*                 OF POSTING, AND A USRSIM STANDING INSTRUCTION
000446*                 ADDED OR RAISED ABOVE IT WAITS FOR A SECOND
000447*                 OPERATOR'S APPROVAL IN USRSIM.  ZERO MEANS THE
000448*                 CHECK IS OFF.
000450*-----------------------------------------------------------------
000460     05  PARM-LOW-BAL                    PIC S9(09)V99
000470         SIGN IS LEADING SEPARATE.
000510     05  PARM-DORM-DAYS                  PIC 9(05).
000520     05  PARM-ESCH-DAYS                  PIC 9(05).
000530     05  PARM-AGE-LIMIT                  PIC 9(05).
000540     05  PARM-APPR-LIMIT                 PIC 9(09)V99.
