000100*-----------------------------------------------------------------
000110* USERESN.CPY
000120*
000130* ESCHEAT PRE-NOTICE RECORD FOR THE USERESCN FILE, KEYED BY
000140* USER-ID.  USRESC IN NOTICE MODE WRITES ONE FOR EVERY CANDIDATE
000150* IT LISTS FOR A HOLDER DUE-DILIGENCE LETTER, AND IN FILING MODE
000160* WILL NOT REMIT AN ACCOUNT WITHOUT ONE THAT IS OLD ENOUGH - THE
000170* LETTER MUST GO OUT BEFORE THE MONEY DOES.  THE RECORD IS
000180* DELETED WHEN THE ACCOUNT IS REMITTED.
000190*
000200* A NOTICE THAT IS ALREADY ON FILE IS NEVER REWRITTEN, SO A SECOND
000210* NOTICE RUN CANNOT RESTART THE WAITING PERIOD.
000220*
000230* MODIFICATION HISTORY
000240* DATE      BY    DESCRIPTION
000250* --------  ----  -----------------------------------------------
000260* 10/15/26  RFK   ORIGINAL COPYBOOK.
000270*-----------------------------------------------------------------
000280     05  ESN-USER-ID                     PIC 9(08).
000290     05  ESN-NOTICE-DATE                 PIC 9(08).
000300     05  ESN-NOTICE-BAL                  PIC 9(09)V99.
000310     05  ESN-LAST-MOVE-DATE              PIC 9(08).
000320     05  FILLER                          PIC X(20).
