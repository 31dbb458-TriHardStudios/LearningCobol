000100*-----------------------------------------------------------------
000110* USERRCL.CPY
000120*
000130* RUN-CONTROL LOG RECORD FOR THE USERRCTL FILE.  EVERY STEP OF
000140* THE NIGHTLY BATCH WINDOW APPENDS ONE RECORD WHEN IT STARTS, ONE
000150* WHEN IT ENDS (WITH ITS RETURN CODE AND UP TO THREE KEY COUNTS,
000160* EACH WITH ITS OWN LABEL) AND ONE WHEN IT REFUSES TO START.  THE
000170* FILE IS NEVER REWRITTEN, SO THE LAST RECORDS ON IT ARE ALWAYS
000180* THE MOST RECENT NIGHT.
000190*
000200* THE NIGHTLY ORDER, AND THE STEP EACH ONE WAITS ON:
000210*
000220*     USRLOAD   OPENS THE WINDOW - ITS RUN DATE IS THE BUSINESS
000230*               DATE EVERY LATER STEP LOGS UNDER, EVEN ONE THAT
000240*               RUNS AFTER MIDNIGHT
000250*     USRRCN    WAITS ON USRLOAD
000260*     USRSNP    WAITS ON USRLOAD
000270*     USRCMP    WAITS ON USRSNP
000280*     USRXTR    WAITS ON USRRCN - AN UNRECONCILED NIGHT IS NEVER
000290*               SENT TO BILLING
000300*     USRRPT    WAITS ON USRLOAD
000310*     USRAGE    WAITS ON USRLOAD
000315*     USRHAG    WAITS ON USRLOAD
000320*     USROPR    WAITS ON USRLOAD
000330*
000340* A STEP WHOSE PREDECESSOR HAS NOT ENDED CLEAN FOR THE BUSINESS
000350* DATE, OR WHICH HAS ITSELF ALREADY ENDED CLEAN FOR IT, REFUSES
000360* WITH RC 8 BEFORE IT OPENS ANY OTHER FILE.  ENDED CLEAN MEANS AN
000370* END RECORD WITH A RETURN CODE OF 4 OR LESS.  A START WITH NO
000380* END IS A STEP THAT ABENDED (OR IS STILL RUNNING) AND MAY BE
000390* RERUN.  THE USRLOAD POSTING STEP OF THE USRSIG JOB LOGS AS
000400* USRSIG2, SO THE MAIN USRLOAD IS NOT MISTAKEN FOR A SECOND RUN.
000410* USRWIN REPORTS THE WINDOW FROM THIS FILE EACH MORNING.
000420*
000430* MODIFICATION HISTORY
000440* DATE      BY    DESCRIPTION
000450* --------  ----  -----------------------------------------------
000460* 10/15/26  RFK   ORIGINAL COPYBOOK.
000462* 10/15/26  RFK   ADDED USRHAG, THE HOLD AGING REPORT, TO THE
000464*                 NIGHTLY ORDER.
000470*-----------------------------------------------------------------
000480     05  RCL-BUS-DATE                    PIC 9(08).
000490     05  RCL-STEP                        PIC X(08).
000500     05  RCL-EVENT                       PIC X(01).
000510         88  RCL-STARTED                 VALUE "S".
000520         88  RCL-ENDED                   VALUE "E".
000530         88  RCL-REFUSED                 VALUE "R".
000540     05  RCL-EVENT-DATE                  PIC 9(08).
000550     05  RCL-EVENT-TIME                  PIC 9(08).
000560     05  RCL-RETURN-CODE                 PIC 9(04).
000570         88  RCL-ENDED-CLEAN             VALUE 0 THRU 4.
000580     05  RCL-COUNTS OCCURS 3 TIMES.
000590         10  RCL-COUNT-LABEL             PIC X(10).
000600         10  RCL-COUNT                   PIC 9(09).
000610     05  RCL-NOTE                        PIC X(30).
000620     05  FILLER                          PIC X(06).
