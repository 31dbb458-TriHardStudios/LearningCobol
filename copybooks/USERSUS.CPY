000140* THAT FAILS EDIT IS WRITTEN HERE WITH THE ORIGINAL INPUT LINE
000150* INTACT AND A REASON CODE INSTEAD OF BEING FORCED INTO AN
000160* ACCOUNT STATUS.
000161*
000162* SUSP-POST-REF IS THE POSTING REFERENCE THE REJECTED ITEM WAS
000163* GIVEN (SEE USERTRN), SPACES WHERE THE TRANSACTION CARRIES NONE.
000164* SUSP-MOVE-TYPE KEEPS A SUSPENDED USRACR ACCRUAL'S INTEREST AND
000165* FEE HALVES APART (AS HIST-MOVE-TYPE); SPACE IS AN ORDINARY ITEM.
000170*
000180* MODIFICATION HISTORY
000190* DATE      BY    DESCRIPTION
000380*                 WHO DISPOSED OF IT IN USRSMT.  SPACES MEANS A
000390*                 BATCH JOB (OR A RECORD WRITTEN BEFORE THE
000400*                 FIELD EXISTED).
000401* 10/15/26  RFK   ADDED SUSP-DECLINED (USRAPR DUAL CONTROL) AND
000402*                 SUSP-BAD-ADDRESS (NAME-AND-ADDRESS LINE).
000403* 10/15/26  RFK   ADDED SUSP-POST-REF, AND SUSP-NO-REF,
000404*                 SUSP-REVERSED AND SUSP-UNSAFE-REV FOR REVERSALS.
000405* 10/15/26  RFK   ADDED SUSP-BAD-DEPT FOR THE USERDEPT CODE EDIT.
000406* 10/15/26  RFK   ADDED SUSP-ON-HOLD, SUSP-NOT-HELD AND
000407*                 SUSP-BAD-RELEASE FOR THE HOLD AND RELEASE EDITS.
000408* 10/15/26  RFK   ADDED SUSP-MOVE-TYPE TO KEEP AN ACCRUAL'S
000409*                 INTEREST (I) OR FEE (F) HALF THROUGH A RECYCLE.
000410*-----------------------------------------------------------------
000420     05  SUSP-ORIGINAL-INPUT             PIC X(50).
000430     05  SUSP-REASON-CODE                PIC X(12).
000500         88  SUSP-NOT-CLOSABLE           VALUE "NOT-CLOSABLE".
000510         88  SUSP-NOT-ARCHIVED           VALUE "NOT-ARCHIVED".
000520         88  SUSP-SAME-ACCT              VALUE "SAME-ACCT".
000521         88  SUSP-DECLINED               VALUE "DECLINED".
000522         88  SUSP-BAD-ADDRESS            VALUE "BAD-ADDRESS".
000523         88  SUSP-NO-REF                 VALUE "NO-REF".
000524         88  SUSP-REVERSED               VALUE "REVERSED".
000525         88  SUSP-UNSAFE-REV             VALUE "UNSAFE-REV".
000526         88  SUSP-BAD-DEPT               VALUE "BAD-DEPT".
000527         88  SUSP-ON-HOLD                VALUE "ON-HOLD".
000528         88  SUSP-NOT-HELD               VALUE "NOT-HELD".
000529         88  SUSP-BAD-RELEASE            VALUE "BAD-RELEASE".
000530     05  SUSP-USER-ID                    PIC 9(08).
000540     05  SUSP-DATE                       PIC 9(08).
000550     05  SUSP-DISPOSITION                PIC X(01).
000570         88  SUSP-RECYCLED               VALUE "R".
000580         88  SUSP-CLOSED                 VALUE "X".
000590     05  SUSP-OPER-ID                    PIC X(08).
000600     05  SUSP-POST-REF                   PIC X(16).
000610     05  SUSP-MOVE-TYPE                  PIC X(01).
000620         88  SUSP-INTEREST               VALUE "I".
000630         88  SUSP-FEE                    VALUE "F".
