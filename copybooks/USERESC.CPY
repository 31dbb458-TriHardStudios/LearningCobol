000100*-----------------------------------------------------------------
000110* USERESC.CPY
000120*
000130* ESCHEAT CANDIDATE RECORD FOR THE USERESCC EXTRACT.  USRDRM
000140* WRITES ONE RECORD FOR EVERY ACCOUNT IT LISTS AS AN ESCHEAT
000150* CANDIDATE (NO MOVEMENT FOR MORE THAN PARM-ESCH-DAYS), IN
000160* USER-ID ORDER, AND USRESC READS THE FILE TO SEND THE HOLDER
000170* DUE-DILIGENCE NOTICES AND, LATER, TO FILE AND REMIT.
000180*
000190* THE BALANCE IS THE MASTER BALANCE ON THE REVIEW DATE.  USRESC
000200* RE-READS THE MASTER AND WILL NOT REMIT AN ACCOUNT WHOSE BALANCE
000210* HAS MOVED SINCE - MOVEMENT MEANS THE OWNER HAS TURNED UP.
000220*
000230* MODIFICATION HISTORY
000240* DATE      BY    DESCRIPTION
000250* --------  ----  -----------------------------------------------
000260* 10/15/26  RFK   ORIGINAL COPYBOOK.
000270*-----------------------------------------------------------------
000280     05  ESC-USER-ID                     PIC 9(08).
000290     05  ESC-USER-NAME                   PIC X(08).
000300     05  ESC-USER-STATUS                 PIC X(01).
000310     05  ESC-USER-BAL                    PIC 9(09)V99.
000320     05  ESC-USER-DEPT                   PIC X(04).
000330     05  ESC-LAST-MOVE-DATE              PIC 9(08).
000340     05  ESC-AGE-DAYS                    PIC 9(05).
000350     05  ESC-REVIEW-DATE                 PIC 9(08).
