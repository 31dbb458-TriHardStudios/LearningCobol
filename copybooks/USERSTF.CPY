000100*-----------------------------------------------------------------
000110* USERSTF.CPY
000120*
000130* STATE UNCLAIMED-PROPERTY REPORT RECORD FOR THE USERSTAT FILE
000140* WRITTEN BY USRESC IN FILING MODE.  EVERY FILING IS ONE HOLDER
000150* HEADER, ONE OWNER RECORD PER REMITTED ACCOUNT AND ONE CONTROL
000160* TRAILER CARRYING THE OWNER RECORD COUNT AND THE DOLLAR TOTAL
000170* REMITTED, WHICH MUST AGREE WITH THE REMITTANCE ITSELF:
000180*
000190*     H  HOLDER TAX ID, HOLDER NAME, HOLDER STATE, REPORT DATE
000200*     O  ACCOUNT, OWNER NAME AND ADDRESS, LAST ACTIVITY DATE,
000210*        PROPERTY TYPE, AMOUNT REMITTED
000220*     T  OWNER RECORD COUNT, TOTAL AMOUNT REMITTED
000230*
000240* THE HOLDER FIELDS AND THE PROPERTY TYPE COME OFF THE USERHLDR
000250* CONTROL CARD, NOT THE PROGRAM.  AMOUNTS ARE UNSIGNED WITH AN
000260* IMPLIED DECIMAL POINT, THE SAME AS USER-BAL.
000270*
000280* MODIFICATION HISTORY
000290* DATE      BY    DESCRIPTION
000300* --------  ----  -----------------------------------------------
000310* 10/15/26  RFK   ORIGINAL COPYBOOK.
000320*-----------------------------------------------------------------
000330     05  STF-REC-TYPE                    PIC X(01).
000340         88  STF-HOLDER                  VALUE "H".
000350         88  STF-OWNER                   VALUE "O".
000360         88  STF-TRAILER                 VALUE "T".
000370     05  STF-REC-DATA                    PIC X(199).
000380     05  STF-HOLDER-DATA REDEFINES STF-REC-DATA.
000390         10  STF-HOLDER-TAX-ID           PIC X(09).
000400         10  STF-HOLDER-NAME             PIC X(30).
000410         10  STF-HOLDER-STATE            PIC X(02).
000420         10  STF-REPORT-DATE             PIC 9(08).
000430         10  FILLER                      PIC X(150).
000440     05  STF-OWNER-DATA REDEFINES STF-REC-DATA.
000450         10  STF-OWNER-ACCOUNT           PIC 9(08).
000460         10  STF-OWNER-NAME              PIC X(30).
000470         10  STF-OWNER-LINE-1            PIC X(30).
000480         10  STF-OWNER-LINE-2            PIC X(30).
000490         10  STF-OWNER-CITY              PIC X(20).
000500         10  STF-OWNER-STATE             PIC X(02).
000510         10  STF-OWNER-ZIP               PIC X(10).
000520         10  STF-LAST-ACTIVITY           PIC 9(08).
000530         10  STF-PROPERTY-TYPE           PIC X(04).
000540         10  STF-OWNER-AMOUNT            PIC 9(09)V99.
000550         10  FILLER                      PIC X(46).
000560     05  STF-TRAILER-DATA REDEFINES STF-REC-DATA.
000570         10  STF-OWNER-COUNT             PIC 9(08).
000580         10  STF-TOTAL-AMOUNT            PIC 9(11)V99.
000590         10  FILLER                      PIC X(178).
