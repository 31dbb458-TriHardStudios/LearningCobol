000100*-----------------------------------------------------------------
000110* USERSIN.CPY
000120*
000130* STANDING-INSTRUCTION RECORD FOR THE USERSINS FILE, KEYED BY
000140* SIN-INSTR-ID.  ONE RECORD PER RECURRING MOVEMENT - A TRANSFER
000150* BETWEEN TWO ACCOUNTS, OR A DEPOSIT OR WITHDRAWAL AGAINST ONE -
000160* MAINTAINED FROM THE CONSOLE BY USRSIM AND TURNED INTO A NORMAL
000170* USERTRAN BATCH EACH NIGHT BY USRSIG, WHICH ROLLS SIN-NEXT-DUE
000180* FORWARD ONE PERIOD FOR EVERY OCCURRENCE IT GENERATES OR SKIPS.
000190*
000200* SIN-ACCOUNT-ID IS THE ACCOUNT THE MOVEMENT POSTS AGAINST - THE
000210* PAYING SIDE OF A TRANSFER.  SIN-TO-ID IS THE RECEIVING SIDE OF
000220* A TRANSFER AND ZERO OTHERWISE.
000230*
000240* SIN-ANCHOR-DAY IS THE DAY OF THE MONTH THE INSTRUCTION WAS SET
000250* UP TO FALL ON.  A MONTHLY, QUARTERLY OR YEARLY ROLL LANDS ON
000260* THAT DAY, OR ON THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT,
000270* SO AN INSTRUCTION DUE THE 31ST RUNS 02/28 AND THEN 03/31, NOT
000280* 03/28.
000290*
000300* SIN-END-DATE ZERO MEANS NO END.  ONCE SIN-NEXT-DUE ROLLS PAST A
000310* NON-ZERO END DATE THE INSTRUCTION IS MARKED ENDED.  A CANCELLED
000320* OR ENDED INSTRUCTION STAYS ON FILE FOR AUDIT AND IS NEVER
000330* GENERATED AGAIN.
000337*
000338* DUAL CONTROL.  WHILE PARM-APPR-LIMIT (SEE USERPRM) IS ON, AN
000339* INSTRUCTION ADDED FOR MORE THAN THE LIMIT IS WRITTEN PENDING
000340* (P) AND IS NOT GENERATED UNTIL A SECOND, DIFFERENT OPERATOR
000341* APPROVES IT IN USRSIM.  A CHANGE THAT RAISES AN ACTIVE
000342* INSTRUCTION ABOVE THE LIMIT LEAVES SIN-AMOUNT AS IT WAS AND
000343* PARKS THE NEW AMOUNT IN SIN-PEND-AMOUNT - USRSIG GOES ON
000344* GENERATING THE OLD AMOUNT UNTIL THE RAISE IS APPROVED.
000345* SIN-PEND-OPER-ID IS THE OPERATOR WHO KEYED THE ADD OR RAISE,
000346* WHO MAY NOT APPROVE IT.  A RECORD WRITTEN BEFORE THESE FIELDS
000347* EXISTED READS BACK WITH SPACES IN THEM, WHICH USRSIM TAKES AS
000348* NOTHING PENDING.
000349*
000350* MODIFICATION HISTORY
000360* DATE      BY    DESCRIPTION
000370* --------  ----  -----------------------------------------------
000380* 10/15/26  RFK   ORIGINAL COPYBOOK.
000382* 10/15/26  RFK   ADDED STATUS P (PENDING), SIN-PEND-AMOUNT AND
000384*                 SIN-PEND-OPER-ID OUT OF THE FILLER FOR DUAL
000386*                 CONTROL OF AN ADD OR RAISE OVER THE LIMIT.
000390*-----------------------------------------------------------------
000400     05  SIN-INSTR-ID                    PIC 9(06).
000410     05  SIN-TYPE                        PIC X(01).
000420         88  SIN-XFER                    VALUE "T".
000430         88  SIN-DEPOSIT                 VALUE "D".
000440         88  SIN-WITHDRAW                VALUE "W".
000450         88  SIN-TYPE-VALID              VALUE "T" "D" "W".
000460     05  SIN-ACCOUNT-ID                  PIC 9(08).
000470     05  SIN-TO-ID                       PIC 9(08).
000480     05  SIN-AMOUNT                      PIC 9(09)V99.
000490     05  SIN-FREQ                        PIC X(01).
000500         88  SIN-WEEKLY                  VALUE "W".
000510         88  SIN-FORTNIGHTLY             VALUE "F".
000520         88  SIN-MONTHLY                 VALUE "M".
000530         88  SIN-QUARTERLY               VALUE "Q".
000540         88  SIN-YEARLY                  VALUE "Y".
000550         88  SIN-FREQ-VALID
000555             VALUE "W" "F" "M" "Q" "Y".
000560     05  SIN-ANCHOR-DAY                  PIC 9(02).
000570     05  SIN-NEXT-DUE                    PIC 9(08).
000580     05  SIN-END-DATE                    PIC 9(08).
000590         88  SIN-NO-END                  VALUE ZERO.
000600     05  SIN-STATUS                      PIC X(01).
000610         88  SIN-ACTIVE                  VALUE "A".
000615         88  SIN-PENDING                 VALUE "P".
000620         88  SIN-CANCELLED               VALUE "X".
000630         88  SIN-ENDED                   VALUE "E".
000640     05  SIN-ADDED-DATE                  PIC 9(08).
000650     05  SIN-CHANGED-DATE                PIC 9(08).
000660     05  SIN-OPER-ID                     PIC X(08).
000670     05  SIN-LAST-GEN-DATE               PIC 9(08).
000680     05  SIN-LAST-BATCH                  PIC 9(06).
000690     05  SIN-PEND-AMOUNT                 PIC 9(09)V99.
000700         88  SIN-NO-PEND-AMOUNT          VALUE ZERO.
000710     05  SIN-PEND-OPER-ID                PIC X(08).
000720     05  FILLER                          PIC X(01).
