000100*-----------------------------------------------------------------
000110* USERADR.CPY
000120*
000130* CUSTOMER NAME-AND-ADDRESS RECORD FOR THE USERADDR FILE, KEYED
000140* BY USER-ID LIKE THE MASTER.  USERREC CARRIES ONLY THE 8-BYTE
000150* USER-NAME THE F BROWSE WORKS FROM - THIS IS WHERE THE FULL NAME
000160* AND MAILING ADDRESS LIVE, AND THE DAY OF THE MONTH THE ACCOUNT
000170* CYCLES FOR ITS CUSTOMER STATEMENT IN USRSTM.
000180*
000190* THE RECORD IS BUILT AND MAINTAINED ONE FIELD AT A TIME BY THE
000200* A TRANSACTION (SEE USERTRN) IN HELLCBL AND USRLOAD.  WHEN THE
000210* ACCOUNT IS CLOSED, ADR-ADDRESS-DATA RIDES ONTO THE USERARCH
000220* IMAGE AS ONE GROUP AND THE USERADDR RECORD IS DELETED; A
000230* REOPEN PUTS IT BACK FROM THE ARCHIVE.
000240*
000250* ADR-CYCLE-DAY IS 01-31.  ZERO MEANS NO STATEMENT IS MAILED.  A
000260* CYCLE DAY PAST THE END OF A SHORT MONTH CYCLES ON THAT MONTH'S
000270* LAST DAY.  THE TRAILING FILLER IS ROOM TO GROW WITHOUT
000280* RE-CUTTING THE FILE OR THE ARCHIVE LAYOUT.
000281*
000282* ADR-TAX-ID IS THE CUSTOMER'S 9-DIGIT TAXPAYER ID FOR THE
000283* YEAR-END INTEREST REPORTING IN USRTAX.  SPACES MEANS NONE HAS
000284* BEEN GIVEN.  IT RIDES TO USERARCH WITH THE REST OF THE GROUP,
000285* SO A CLOSED ACCOUNT CAN STILL BE REPORTED.
000290*
000300* MODIFICATION HISTORY
000310* DATE      BY    DESCRIPTION
000320* --------  ----  -----------------------------------------------
000330* 10/15/26  RFK   ORIGINAL COPYBOOK.
000332* 10/15/26  RFK   ADDED ADR-TAX-ID, TAKEN FROM THE TRAILING
000334*                 FILLER, SO THE RECORD LENGTH IS UNCHANGED.
000340*-----------------------------------------------------------------
000350     05  ADR-USER-ID                     PIC 9(08).
000360     05  ADR-ADDRESS-DATA.
000370         10  ADR-FULL-NAME               PIC X(30).
000380         10  ADR-LINE-1                  PIC X(30).
000390         10  ADR-LINE-2                  PIC X(30).
000400         10  ADR-CITY                    PIC X(20).
000410         10  ADR-STATE                   PIC X(02).
000420         10  ADR-ZIP                     PIC X(10).
000430         10  ADR-CYCLE-DAY               PIC 9(02).
000440             88  ADR-NO-CYCLE            VALUE ZERO.
000442         10  ADR-TAX-ID                  PIC X(09).
000444             88  ADR-NO-TAX-ID           VALUE SPACES.
000450         10  FILLER                      PIC X(11).
