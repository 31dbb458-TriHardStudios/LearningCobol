000100*-----------------------------------------------------------------
000110* USERSIC.CPY
000120*
000130* GENERATOR-CONTROL RECORD FOR THE USERSICT FILE.  USRSIG REWRITES
000140* THE FILE WITH ONE RECORD AT THE END OF EVERY RUN, CARRYING THE
000150* BATCH NUMBER IT CUT AND THE DATE IT RAN FOR, SO THE NEXT RUN
000160* TAKES THE NEXT NUMBER AND A SECOND RUN FOR THE SAME DATE IS
000170* REFUSED.
000180*
000181* USRSIG ROLLS THE INSTRUCTIONS' DUE DATES ONLY AFTER THE BATCH IS
000182* COMPLETE: IT FIRST WRITES THIS RECORD WITH SIC-ROLL-STATE
000183* PENDING, THEN ROLLS, THEN WRITES IT AGAIN AS ROLLED.  A RUN THAT
000184* FINDS THE ROLLS STILL PENDING FINISHES THEM FOR
000185* SIC-LAST-RUN-DATE AND SIC-LAST-BATCH BEFORE IT DOES ANYTHING
000186* ELSE.  A RECORD CUT BEFORE THE FIELD EXISTED READS BACK WITH A
000187* SPACE THERE - ROLLED.
000188*
000190* GENERATED BATCHES ARE NUMBERED FROM 900001 UP, A RANGE NO
000200* DEPARTMENT CUTS (SEE USERTRB), SO A GENERATED BATCH CAN NEVER
000210* COLLIDE WITH A KEYED ONE ON THE USERBCH PROCESSED-BATCH LOG.
000220*
000230* MODIFICATION HISTORY
000240* DATE      BY    DESCRIPTION
000250* --------  ----  -----------------------------------------------
000260* 10/15/26  RFK   ORIGINAL COPYBOOK.
000262* 10/15/26  RFK   ADDED SIC-ROLL-STATE SO THE DUE DATES ARE ROLLED
000264*                 ONLY ONCE THE BATCH IS SAFE, AND A RUN THAT
000266*                 DIED MID-ROLL IS FINISHED BY THE NEXT ONE.
000270*-----------------------------------------------------------------
000280     05  SIC-LAST-BATCH                  PIC 9(06).
000290     05  SIC-LAST-RUN-DATE               PIC 9(08).
000300     05  SIC-LAST-COUNT                  PIC 9(07).
000310     05  SIC-ROLL-STATE                  PIC X(01).
000320         88  SIC-ROLLS-PENDING           VALUE "P".
000330         88  SIC-ROLLS-DONE              VALUE "R" SPACE.
