000100*-----------------------------------------------------------------
000110* USERHLD.CPY
000120*
000130* HOLD-REASON RECORD FOR THE USERHOLD FILE, KEYED BY USER-ID LIKE
000140* THE MASTER.  USER-STATUS H ONLY SAYS AN ACCOUNT IS HELD - THIS
000150* IS WHERE WHY, SINCE WHEN AND ON WHOSE SAY LIVE.  EVERY PROGRAM
000160* THAT PUTS AN ACCOUNT ON HOLD WRITES (OR REWRITES) THE ACCOUNT'S
000170* RECORD AT THE SAME TIME:
000180*
000190*     USRBIL    BILL-FAILED  BILLING     A FAILED CHARGE ON THE
000200*                                        BILLING RETURN FILE
000210*     HELLCBL,  OVERRIDE     COMPLIANCE  A C KEYED WITH STATUS H
000220*     USRLOAD,
000230*     USRAPR
000240*     HELLCBL,  OVER-LIMIT   COMPLIANCE  A MOVEMENT THAT WOULD
000250*     USRLOAD,                           TAKE AN EXISTING ACCOUNT
000260*     USRAPR,                            PAST PARM-HOLD-BAL (THE
000270*     USRACR                             MOVEMENT ITSELF STILL
000280*                                        GOES TO SUSPENSE)
000290*
000300* HLD-CLASS SPLITS THE WORK: BILLING HOLDS ARE COLLECTIONS' TO
000310* CHASE, COMPLIANCE HOLDS ARE ACCOUNT SERVICES' TO REVIEW.  AN
000320* ACCOUNT ALREADY ON HOLD KEEPS THE RECORD OF THE HOLD THAT PUT
000330* IT THERE - A SECOND REASON ARRIVING LATER DOES NOT OVERWRITE
000340* THE FIRST.
000350*
000360* THE ONLY WAY OFF HOLD IS THE U (RELEASE) TRANSACTION, WHICH
000370* MUST CARRY A RELEASE REASON (SEE USERTRN).  IT SETS THE
000380* ACCOUNT ACTIVE AND MARKS THIS RECORD RELEASED WITH WHO
000390* RELEASED IT, WHEN AND WHY.  THE RECORD STAYS ON FILE UNTIL THE
000400* NEXT HOLD REPLACES IT.  A HOLD PLACED BEFORE THIS FILE EXISTED
000410* HAS NO RECORD UNTIL IT IS RELEASED; THE RELEASE WRITES ONE
000420* WITH A ZERO HLD-PLACED-DATE.  USRHAG REPORTS THE OPEN HOLDS.
000430*
000440* HLD-PLACED-OPER AND HLD-RELEASE-OPER ARE THE SIGNED-ON
000450* OPERATOR, OR SPACES FOR A BATCH JOB.  HLD-PLACED-REF AND
000460* HLD-RELEASE-REF ARE THE POSTING REFERENCES OF THE
000470* TRANSACTIONS THAT PLACED AND RELEASED THE HOLD.
000480*
000490* MODIFICATION HISTORY
000500* DATE      BY    DESCRIPTION
000510* --------  ----  -----------------------------------------------
000520* 10/15/26  RFK   ORIGINAL COPYBOOK.
000530*-----------------------------------------------------------------
000540     05  HLD-USER-ID                     PIC 9(08).
000550     05  HLD-STATE                       PIC X(01).
000560         88  HLD-ON-HOLD                 VALUE "H".
000570         88  HLD-RELEASED                VALUE "R".
000580     05  HLD-CLASS                       PIC X(01).
000590         88  HLD-BILLING                 VALUE "B".
000600         88  HLD-COMPLIANCE              VALUE "C".
000610     05  HLD-REASON                      PIC X(12).
000620         88  HLD-BILL-FAILED             VALUE "BILL-FAILED".
000630         88  HLD-OVERRIDE                VALUE "OVERRIDE".
000640         88  HLD-OVER-LIMIT              VALUE "OVER-LIMIT".
000650     05  HLD-PLACED-DATE                 PIC 9(08).
000660     05  HLD-PLACED-JOB                  PIC X(08).
000670     05  HLD-PLACED-OPER                 PIC X(08).
000680     05  HLD-PLACED-REF                  PIC X(16).
000690     05  HLD-NOTE                        PIC X(40).
000700     05  HLD-RELEASE-DATE                PIC 9(08).
000710     05  HLD-RELEASE-REASON              PIC X(08).
000720     05  HLD-RELEASE-JOB                 PIC X(08).
000730     05  HLD-RELEASE-OPER                PIC X(08).
000740     05  HLD-RELEASE-REF                 PIC X(16).
000750     05  HLD-RELEASE-NOTE                PIC X(37).
000760     05  FILLER                          PIC X(20).
