000210* COLLIDE WITH A CONSOLE TRANSACTION CODE - R AND X ARE BOTH
000212* REAL TRANSACTION CODES (REOPEN, CLOSE).  OPR-AMOUNT IS THE
000214* KEYED DOLLAR AMOUNT, ZERO WHERE THE TRANSACTION CARRIES NONE.
000215* AN APPROVAL IN USRAPR LOGS UNDER THE ITEM'S OWN CODE, THE SAME
000216* AS ANY POSTING.  OPR-POST-REF TRACES A LOGGED ITEM TO ITS
000217* USERHIST OR USERSUSP RECORD (A QUEUE DECISION CARRIES THE
000218* REFERENCE OF THE ITEM DECIDED); SPACES FOR AN INQUIRY, A BROWSE,
000219* OR A RECORD WRITTEN BEFORE THE FIELD EXISTED.
000220*
000230* MODIFICATION HISTORY
000240* DATE      BY    DESCRIPTION
000267*                 (REPAIR) AND 2 (REJECT) SO THE USROPR PER-CODE
000268*                 COUNTS CANNOT MERGE THEM WITH CONSOLE R AND X
000269*                 TRANSACTIONS.
000270* 10/15/26  RFK   ADDED OPR-PENDING-APPROVAL FOR A CONSOLE ITEM
000271*                 QUEUED ON USERAPRQ FOR DUAL CONTROL, AND
000272*                 DECISION CODE 3 (DECLINE) FOR USRAPR.
000273* 10/15/26  RFK   ADDED OPR-POST-REF, THE POSTING REFERENCE THE
000274*                 TRANSACTION WAS GIVEN.
000275*-----------------------------------------------------------------
000280     05  OPR-OPER-ID                     PIC X(08).
000290     05  OPR-TRN-CODE                    PIC X(01).
000292         88  OPR-QD-REPAIR               VALUE "1".
000294         88  OPR-QD-REJECT               VALUE "2".
000296         88  OPR-QD-DECLINE              VALUE "3".
000300     05  OPR-AMOUNT                      PIC 9(09)V99.
000310     05  OPR-DISP                        PIC X(01).
000320         88  OPR-POSTED                  VALUE "P".
000330         88  OPR-SUSPENDED               VALUE "S".
000340         88  OPR-INQUIRY-ONLY            VALUE "I".
000350         88  OPR-QUEUE-DECISION          VALUE "Q".
000355         88  OPR-PENDING-APPROVAL        VALUE "A".
000360     05  OPR-DATE                        PIC 9(08).
000370     05  OPR-POST-REF                    PIC X(16).
