000100*-----------------------------------------------------------------
000110* USERGLJ.CPY
000120*
000130* GENERAL LEDGER JOURNAL RECORD FOR THE USERGLJE FEED WRITTEN BY
000140* USRGLF.  EVERY FEED IS ONE HEADER, ONE ENTRY PER GL ACCOUNT,
000150* DEPARTMENT, SOURCE JOB AND SIDE, AND ONE CONTROL TRAILER:
000160*
000170*     H  POSTING DATE (THE USRRCN RUN DATE), THE DAY AFTER WHICH
000180*        THE MOVEMENT WINDOW STARTS, SOURCE SYSTEM
000190*     E  GL ACCOUNT, DEPARTMENT, SOURCE JOB, DEBIT OR CREDIT,
000200*        AMOUNT, NUMBER OF USERHIST MOVEMENTS SUMMARIZED, TEXT
000210*     T  ENTRY COUNT, DEBIT TOTAL, CREDIT TOTAL, NET MOVEMENT
000220*
000230* THE DEBITS AND CREDITS IN A FEED ALWAYS BALANCE.  THE TRAILER
000240* NET MOVEMENT IS THE SUM OF HIST-NEW-BAL - HIST-OLD-BAL OVER THE
000250* WINDOW AND IS THE SAME FIGURE USRRCN PROVED AND LOGGED AS
000260* TOT-NET-MOVEMENT.  AMOUNTS CARRY AN IMPLIED DECIMAL POINT, THE
000270* SAME AS USER-BAL; ONLY THE NET MOVEMENT IS SIGNED.
000280*
000290* MODIFICATION HISTORY
000300* DATE      BY    DESCRIPTION
000310* --------  ----  -----------------------------------------------
000320* 10/15/26  RFK   ORIGINAL COPYBOOK.
000330*-----------------------------------------------------------------
000340     05  GLJ-REC-TYPE                    PIC X(01).
000350         88  GLJ-HEADER                  VALUE "H".
000360         88  GLJ-ENTRY                   VALUE "E".
000370         88  GLJ-TRAILER                 VALUE "T".
000380     05  GLJ-REC-DATA                    PIC X(99).
000390     05  GLJ-HEADER-DATA REDEFINES GLJ-REC-DATA.
000400         10  GLJ-POST-DATE               PIC 9(08).
000410         10  GLJ-WINDOW-AFTER            PIC 9(08).
000420         10  GLJ-SOURCE-SYSTEM           PIC X(08).
000430         10  FILLER                      PIC X(75).
000440     05  GLJ-ENTRY-DATA REDEFINES GLJ-REC-DATA.
000450         10  GLJ-ACCOUNT                 PIC X(12).
000460         10  GLJ-DEPT                    PIC X(04).
000470         10  GLJ-SOURCE-JOB              PIC X(08).
000480         10  GLJ-DR-CR                   PIC X(01).
000490             88  GLJ-DEBIT               VALUE "D".
000500             88  GLJ-CREDIT              VALUE "C".
000510         10  GLJ-AMOUNT                  PIC 9(13)V99.
000520         10  GLJ-MOVE-COUNT              PIC 9(07).
000530         10  GLJ-DESC                    PIC X(20).
000540         10  FILLER                      PIC X(32).
000550     05  GLJ-TRAILER-DATA REDEFINES GLJ-REC-DATA.
000560         10  GLJ-ENTRY-COUNT             PIC 9(08).
000570         10  GLJ-DEBIT-TOTAL             PIC 9(13)V99.
000580         10  GLJ-CREDIT-TOTAL            PIC 9(13)V99.
000590         10  GLJ-NET-MOVEMENT            PIC S9(13)V99
000600             SIGN IS LEADING SEPARATE.
000610         10  FILLER                      PIC X(45).
