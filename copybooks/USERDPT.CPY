000100*-----------------------------------------------------------------
000110* USERDPT.CPY
000120*
000130* DEPARTMENT CODE CARD FOR THE USERDEPT FILE - ONE CARD PER CODE
000140* THE SHOP RECOGNISES, WITH ITS DESCRIPTION AND WHETHER IT IS
000150* STILL OPEN FOR NEW BUSINESS.  CARD COLUMNS 1-4 CODE, 6-25
000160* DESCRIPTION, 27 FLAG (Y OPEN, N RETIRED).  BLANK CARDS ARE
000170* IGNORED.
000180*
000190* HELLCBL AND USRLOAD LOAD THE CARDS AT START-UP AND SEND AN N OR
000200* C CARRYING A TRN-DEPT THAT IS NOT ON FILE, OR IS RETIRED, TO
000210* SUSPENSE AS BAD-DEPT.  USRAPR LOADS THEM TOO AND REFUSES AN
000212* APPROVED C THE SAME WAY.  USRLOAD REFUSES A WHOLE BATCH WHOSE
000220* HEADER DEPARTMENT FAILS THE SAME TEST.  A RETIRED CODE STAYS ON
000230* FILE (FLAG N) UNTIL USRDMV HAS MOVED ITS ACCOUNTS TO A NEW CODE,
000240* SO USRRPT AND USRXTR CAN STILL NAME IT IN THE MEANTIME.
000250*
000260* MODIFICATION HISTORY
000270* DATE      BY    DESCRIPTION
000280* --------  ----  -----------------------------------------------
000290* 10/15/26  RFK   ORIGINAL COPYBOOK.
000295* 10/15/26  RFK   USRAPR NOW CHECKS AN APPROVED C AGAINST IT.
000300*-----------------------------------------------------------------
000310     05  DEPT-CODE                       PIC X(04).
000320     05  FILLER                          PIC X(01).
000330     05  DEPT-DESC                       PIC X(20).
000340     05  FILLER                          PIC X(01).
000350     05  DEPT-OPEN-FLAG                  PIC X(01).
000360         88  DEPT-OPEN                   VALUE "Y".
000370         88  DEPT-RETIRED                VALUE "N".
000380     05  FILLER                          PIC X(23).
