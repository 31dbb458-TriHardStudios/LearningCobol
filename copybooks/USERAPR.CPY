000100*-----------------------------------------------------------------
000110* USERAPR.CPY
000120*
000130* PENDING-APPROVAL RECORD FOR THE USERAPRQ DUAL-CONTROL QUEUE.
000140* HELLCBL WRITES ONE RECORD, INSTEAD OF POSTING, FOR EVERY
000150* CONSOLE C, W, T OR V WHOSE DOLLAR MOVEMENT IS OVER
000160* PARM-APPR-LIMIT ON THE USERPARM CARD.  THE ORIGINAL INPUT LINE
000170* IS KEPT INTACT SO USRAPR CAN POST IT THROUGH THE SAME EDITS
000180* ONCE A SECOND, DIFFERENT OPERATOR HAS APPROVED IT.
000190*
000200* APR-AMOUNT IS THE MOVEMENT THAT TRIPPED THE LIMIT - THE KEYED
000210* AMOUNT FOR A W OR T, THE DIFFERENCE BETWEEN THE KEYED AND THE
000220* CURRENT BALANCE FOR A C, AND FOR A V THE AMOUNT THE POSTING IT
000225* BACKS OUT MOVED THE KEYED ACCOUNT.  APR-QUEUE-OPER IS THE
000230* OPERATOR WHO KEYED IT AND CAN NEVER BE THE ONE WHO DECIDES IT.
000240*
000250* APR-DISPOSITION IS SPACES WHILE THE ITEM WAITS.  USRAPR SETS IT
000260* APPROVED, DECLINED (SENT TO USERSUSP AS DECLINED), OR FAILED
000270* (APPROVED BUT REFUSED BY THE POSTING EDITS, AND SENT TO
000280* USERSUSP WITH THE EDIT'S OWN REASON CODE), AND STAMPS WHO
000290* DECIDED IT AND WHEN.  DECIDED ITEMS STAY ON THE QUEUE FOR AUDIT.
000300*
000310* MODIFICATION HISTORY
000320* DATE      BY    DESCRIPTION
000330* --------  ----  -----------------------------------------------
000340* 10/15/26  RFK   ORIGINAL COPYBOOK.
000342* 10/15/26  RFK   ADDED APR-POST-REF - THE POSTING REFERENCE
000344*                 HELLCBL GAVE THE ITEM WHEN IT WAS KEYED.  USRAPR
000346*                 POSTS, DECLINES OR FAILS THE ITEM UNDER THAT
000347*                 SAME REFERENCE.
000348* 10/15/26  RFK   A REVERSAL (V) OVER PARM-APPR-LIMIT IS NOW
000349*                 QUEUED TOO, SIZED BY THE POSTING IT BACKS OUT.
000350*-----------------------------------------------------------------
000360     05  APR-ORIGINAL-INPUT              PIC X(50).
000370     05  APR-TRN-CODE                    PIC X(01).
000380     05  APR-USER-ID                     PIC 9(08).
000390     05  APR-AMOUNT                      PIC 9(09)V99.
000400     05  APR-QUEUE-DATE                  PIC 9(08).
000410     05  APR-QUEUE-OPER                  PIC X(08).
000420     05  APR-DISPOSITION                 PIC X(01).
000430         88  APR-PENDING                 VALUE SPACE.
000440         88  APR-APPROVED                VALUE "A".
000450         88  APR-DECLINED                VALUE "D".
000460         88  APR-FAILED                  VALUE "F".
000470     05  APR-DECIDE-OPER                 PIC X(08).
000480     05  APR-DECIDE-DATE                 PIC 9(08).
000490     05  APR-POST-REF                    PIC X(16).
