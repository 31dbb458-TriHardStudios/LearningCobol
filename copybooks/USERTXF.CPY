000100*-----------------------------------------------------------------
000110* USERTXF.CPY
000120*
000130* YEAR-END INTEREST TAX-REPORTING RECORD FOR THE USERTAXF FILE
000140* WRITTEN BY USRTAX.  EVERY FILE IS ONE PAYER HEADER, ONE PAYEE
000150* RECORD PER ACCOUNT PAID INTEREST AT OR OVER THE REPORTING
000160* THRESHOLD, AND ONE CONTROL TRAILER CARRYING THE PAYEE RECORD
000170* COUNT AND THE INTEREST TOTAL, WHICH MUST AGREE WITH THE PAYEE
000180* RECORDS:
000190*
000200*     P  PAYER TAX ID, NAME AND ADDRESS, TAX YEAR, REPORT DATE
000210*     B  ACCOUNT, PAYEE TAX ID, NAME AND ADDRESS, CLOSED FLAG,
000220*        INTEREST PAID FOR THE YEAR
000230*     T  PAYEE RECORD COUNT, TOTAL INTEREST PAID
000240*
000250* THE PAYER FIELDS COME OFF THE USERPAYR CONTROL CARDS, NOT THE
000260* PROGRAM.  THE PAYEE FIELDS COME OFF USERADDR, OR THE LAST
000270* USERARCH IMAGE FOR AN ACCOUNT CLOSED DURING OR SINCE THE YEAR.
000280* AMOUNTS ARE UNSIGNED WITH AN IMPLIED DECIMAL POINT, THE SAME AS
000290* USER-BAL.
000300*
000310* MODIFICATION HISTORY
000320* DATE      BY    DESCRIPTION
000330* --------  ----  -----------------------------------------------
000340* 10/15/26  RFK   ORIGINAL COPYBOOK.
000350*-----------------------------------------------------------------
000360     05  TXF-REC-TYPE                    PIC X(01).
000370         88  TXF-PAYER                   VALUE "P".
000380         88  TXF-PAYEE                   VALUE "B".
000390         88  TXF-TRAILER                 VALUE "T".
000400     05  TXF-REC-DATA                    PIC X(199).
000410     05  TXF-PAYER-DATA REDEFINES TXF-REC-DATA.
000420         10  TXF-PAYER-TAX-ID            PIC X(09).
000430         10  TXF-PAYER-NAME              PIC X(30).
000440         10  TXF-PAYER-LINE-1            PIC X(30).
000450         10  TXF-PAYER-CITY              PIC X(20).
000460         10  TXF-PAYER-STATE             PIC X(02).
000470         10  TXF-PAYER-ZIP               PIC X(10).
000480         10  TXF-TAX-YEAR                PIC 9(04).
000490         10  TXF-REPORT-DATE             PIC 9(08).
000500         10  FILLER                      PIC X(86).
000510     05  TXF-PAYEE-DATA REDEFINES TXF-REC-DATA.
000520         10  TXF-PAYEE-ACCOUNT           PIC 9(08).
000530         10  TXF-PAYEE-TAX-ID            PIC X(09).
000540         10  TXF-PAYEE-NAME              PIC X(30).
000550         10  TXF-PAYEE-LINE-1            PIC X(30).
000560         10  TXF-PAYEE-LINE-2            PIC X(30).
000570         10  TXF-PAYEE-CITY              PIC X(20).
000580         10  TXF-PAYEE-STATE             PIC X(02).
000590         10  TXF-PAYEE-ZIP               PIC X(10).
000600         10  TXF-PAYEE-CLOSED            PIC X(01).
000610             88  TXF-ACCOUNT-CLOSED      VALUE "Y".
000620             88  TXF-ACCOUNT-OPEN        VALUE "N".
000630         10  TXF-INTEREST-PAID           PIC 9(09)V99.
000640         10  FILLER                      PIC X(48).
000650     05  TXF-TRAILER-DATA REDEFINES TXF-REC-DATA.
000660         10  TXF-PAYEE-COUNT             PIC 9(08).
000670         10  TXF-TOTAL-INTEREST          PIC 9(11)V99.
000680         10  FILLER                      PIC X(178).
