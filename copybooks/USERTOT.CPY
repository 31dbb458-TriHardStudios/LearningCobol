000160* AN INDEPENDENT PRIOR BALANCE TO RECONCILE AGAINST.  THE LAST
000170* RECORD ON THE FILE IS ALWAYS THE MOST RECENT NIGHT.
000180*
000181* THE RECORD ALSO CARRIES WHAT LEG 2 PROVED THE NIGHT ON: THE
000182* MOVEMENT WINDOW (HISTORY DATED AFTER TOT-PRIOR-DATE UP THROUGH
000183* TOT-RUN-DATE), THE NET MOVEMENT AND RECORD COUNT SUMMED OVER
000184* IT, AND WHETHER THE NIGHT BALANCED.  USRGLF FEEDS THE GENERAL
000185* LEDGER FROM THE SAME WINDOW AND TIES ITS CONTROL TOTAL TO
000186* TOT-NET-MOVEMENT.  RECORDS LOGGED BEFORE THESE FIELDS WERE
000187* ADDED HAVE A BLANK TOT-RECON-FLAG.
000188*
000190* MODIFICATION HISTORY
000200* DATE      BY    DESCRIPTION
000210* --------  ----  -----------------------------------------------
000222* 09/03/26  RFK   WIDENED THE GRAND TOTAL TO 9(13)V99 WITH THE
000224*                 SUITE-WIDE CEILING RAISE.  USRCNV CONVERTS
000226*                 THE EXISTING LOG.
000227* 10/15/26  RFK   ADDED THE MOVEMENT WINDOW, NET MOVEMENT, HISTORY
000228*                 COUNT AND RECONCILIATION FLAG FOR THE GL FEED.
000230*-----------------------------------------------------------------
000240     05  TOT-RUN-DATE                    PIC 9(08).
000250     05  TOT-GRAND-TOTAL                 PIC 9(13)V99.
000260     05  TOT-PRIOR-DATE                  PIC 9(08).
000270     05  TOT-NET-MOVEMENT                PIC S9(13)V99
000280         SIGN IS LEADING SEPARATE.
000290     05  TOT-HIST-COUNT                  PIC 9(07).
000300     05  TOT-RECON-FLAG                  PIC X(01).
000310         88  TOT-IN-BALANCE              VALUE "Y".
000320         88  TOT-OUT-OF-BALANCE          VALUE "N".
000330         88  TOT-BASELINE                VALUE "B".
