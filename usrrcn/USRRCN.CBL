000170* USRRCN - NIGHTLY RECONCILIATION.  RUN AFTER USRLOAD AND BEFORE
000180* USRXTR; A NON-ZERO RETURN CODE HOLDS THE EXTRACT AND THE
000190* BILLING FEED UNTIL SOMEONE LOOKS.
000191*
000192* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000193* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000194* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000195* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000196* CARRIES THE HISTORY RECORDS AND ACCOUNTS READ.  USRXTR WILL NOT
000197* SEND BILLING A NIGHT THIS STEP HAS NOT ENDED CLEAN FOR.
000200*
000210* TWO INDEPENDENT CHECKS:
000220*
000380* TOTAL IS A FACT ABOUT THE MASTER EVEN ON A NIGHT THAT FAILED
000390* TO BALANCE.  THE FIRST EVER RUN HAS NO PRIOR TOTAL, SO LEG 2
000400* IS REPORTED AS A BASELINE AND NOT CHECKED.
000401*
000402* THE LOG RECORD ALSO CARRIES THE LEG 2 WINDOW, THE NET MOVEMENT
000403* AND HISTORY COUNT SUMMED OVER IT, AND WHETHER THE NIGHT
000404* BALANCED, BASELINED OR NOT.  USRGLF READS THEM TO FEED THE
000405* GENERAL LEDGER FROM EXACTLY THE MOVEMENTS PROVED HERE, AND
000406* REFUSES TO FEED A NIGHT THAT DID NOT BALANCE.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-USERTOT-STATUS.

000581*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000582*    FIRST STEP EVER RUN CAN CREATE IT.
000583     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000584         ORGANIZATION IS LINE SEQUENTIAL
000585         FILE STATUS IS WS-USERRCTL-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  USERRUNT
000820 01  TOT-RECORD.
000830     COPY USERTOT.

000832 FD  USERRCTL
000834     LABEL RECORDS ARE STANDARD.
000836 01  RCL-LINE                            PIC X(130).

000840 WORKING-STORAGE SECTION.
000850 01  WS-PROGRAM-NAME                     PIC X(15)
000860                                         VALUE "USRRCN".
000950                   ==RUN-SUSP-COUNT==    BY ==WR-SUSP-COUNT==
000960                   ==RUN-SKIP-COUNT==    BY ==WR-SKIP-COUNT==.

000961*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
000962*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
000963*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
000964 01  WS-RCL.
000965     COPY USERRCL.

000966 01  WS-RCL-STEP                         PIC X(08)
000967                                         VALUE "USRRCN".
000968 01  WS-RCL-PREREQ                       PIC X(08)
000969                                         VALUE "USRLOAD".

000970 01  WS-FILE-STATUSES.
000980     05  WS-USERRUNT-STATUS              PIC X(02).
000990     05  WS-USERHIST-STATUS              PIC X(02).
001020         88  WS-USERMAST-OK               VALUE "00".
001030     05  WS-USERTOT-STATUS               PIC X(02).
001040         88  WS-USERTOT-EOF               VALUE "10".
001045     05  WS-USERRCTL-STATUS              PIC X(02).

001050 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
001060     88  WS-NO-MORE-HISTORY               VALUE "Y".

001062 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
001064     88  WS-NO-MORE-RCL                   VALUE "Y".

001070 77  WS-MAST-EOF-SW                      PIC X(01) VALUE "N".
001080     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".

001090 77  WS-PRIOR-SW                         PIC X(01) VALUE "N".
001100     88  WS-HAVE-PRIOR-TOTAL              VALUE "Y".

001102 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
001104     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

001106 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
001108     88  WS-RCL-ALREADY-DONE              VALUE "Y".

001110 77  WS-BALANCE-SW                       PIC X(01) VALUE "Y".
001120     88  WS-IN-BALANCE                    VALUE "Y".
001130     88  WS-OUT-OF-BALANCE                VALUE "N".

001131 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
001132     88  WS-RCL-START-LOGGED              VALUE "Y".

001133 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
001134     88  WS-RCL-WRITTEN                   VALUE "Y".
001135     88  WS-RCL-NOT-WRITTEN               VALUE "N".

001140 77  WS-TRAN-TOTAL                       PIC 9(07) COMP
001150                                         VALUE ZERO.
001160 77  WS-HIST-COUNT                       PIC 9(07) COMP
001280 77  WS-EXPECTED-TOTAL                   PIC S9(15)V99
001290                                         VALUE ZERO.

001291 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
001292 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
001293 01  WS-RCL-NOTE.
001294     05  RN-TEXT                         PIC X(22) VALUE SPACES.
001295     05  RN-STEP                         PIC X(08) VALUE SPACES.

001300 PROCEDURE DIVISION.

001310 0000-MAINLINE.
001400         PERFORM 6000-LOG-GRAND-TOTAL THRU 6000-EXIT
001410         PERFORM 8000-TERMINATE THRU 8000-EXIT
001420     END-IF.
001425     PERFORM 9300-LOG-END THRU 9300-EXIT.
001430     STOP RUN.

001440*----------------------------------------------------------
001480* OUT-OF-BALANCE NIGHT.
001490*----------------------------------------------------------
001500 1000-INITIALIZE.
001502     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
001504     IF RETURN-CODE NOT = ZERO
001506         GO TO 1000-EXIT
001508     END-IF.

001510     INITIALIZE WS-USER, WS-RUN.

001520     OPEN INPUT USERRUNT.

002990*----------------------------------------------------------
003000* 6000-LOG-GRAND-TOTAL - APPEND TONIGHT'S TOTAL FOR TOMORROW'S
003010* RUN TO RECONCILE AGAINST, WITH THE WINDOW AND MOVEMENT IT WAS
003015* PROVED ON AND THE OUTCOME FOR THE GL FEED.
003020*----------------------------------------------------------
003030 6000-LOG-GRAND-TOTAL.
003040     OPEN EXTEND USERTOT.
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 6000-EXIT
003100     END-IF.
003102     MOVE WS-PRIOR-DATE TO TOT-PRIOR-DATE.
003104     MOVE WS-NET-MOVEMENT TO TOT-NET-MOVEMENT.
003106     MOVE WS-HIST-COUNT TO TOT-HIST-COUNT.
003110     MOVE WR-RUN-DATE TO TOT-RUN-DATE.
003120     MOVE WS-GRAND-TOTAL TO TOT-GRAND-TOTAL.
003121     EVALUATE TRUE
003122         WHEN WS-OUT-OF-BALANCE
003123             SET TOT-OUT-OF-BALANCE TO TRUE
003124         WHEN NOT WS-HAVE-PRIOR-TOTAL
003125             SET TOT-BASELINE TO TRUE
003126         WHEN OTHER
003127             SET TOT-IN-BALANCE TO TRUE
003128     END-EVALUATE.
003130     WRITE TOT-RECORD.
003140     CLOSE USERTOT.
003150 6000-EXIT.
003300 8000-EXIT.
003310     EXIT.

003311*----------------------------------------------------------
003312* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
003313* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
003314* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
003315* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
003316* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
003317*----------------------------------------------------------
003318 9100-CHECK-RUN-CONTROL.
003319     OPEN INPUT USERRCTL.
003320     IF WS-USERRCTL-STATUS NOT = "00" AND
003321         WS-USERRCTL-STATUS NOT = "05"
003322         DISPLAY "USRRCN: UNABLE TO OPEN USERRCTL, STATUS = "
003323             WS-USERRCTL-STATUS
003324         MOVE 16 TO RETURN-CODE
003325         GO TO 9100-EXIT
003326     END-IF.
003327     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
003328         UNTIL WS-NO-MORE-RCL.
003329     CLOSE USERRCTL.
003330     INITIALIZE WS-RCL.

003331     IF WS-RCL-BUS-DATE = ZERO
003332         DISPLAY "USRRCN: NO USRLOAD ON THE RUN-CONTROL LOG - "
003333             "NOT STARTED"
003334         MOVE 8 TO RETURN-CODE
003335         GO TO 9100-EXIT
003336     END-IF.

003337     IF WS-RCL-ALREADY-DONE
003338         DISPLAY "USRRCN: ALREADY COMPLETED FOR "
003339             WS-RCL-BUS-DATE " - NOT STARTED"
003340         MOVE "ALREADY COMPLETED" TO RN-TEXT
003341         MOVE 8 TO RETURN-CODE
003342     END-IF.
003343     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
003344         DISPLAY "USRRCN: " WS-RCL-PREREQ " HAS NOT ENDED "
003345             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
003346         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
003347         MOVE WS-RCL-PREREQ TO RN-STEP
003348         MOVE 8 TO RETURN-CODE
003349     END-IF.
003350     IF RETURN-CODE NOT = ZERO
003351         MOVE "R" TO WS-RCL-EVENT
003352         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
003353         GO TO 9100-EXIT
003354     END-IF.

003355     MOVE "S" TO WS-RCL-EVENT.
003356     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
003357     IF WS-RCL-NOT-WRITTEN
003358         MOVE 16 TO RETURN-CODE
003359         GO TO 9100-EXIT
003360     END-IF.
003361     SET WS-RCL-START-LOGGED TO TRUE.
003362 9100-EXIT.
003363     EXIT.

003364*----------------------------------------------------------
003365* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
003366* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
003367* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
003368*----------------------------------------------------------
003369 9110-READ-RUN-CONTROL.
003370     READ USERRCTL INTO WS-RCL
003371         AT END
003372             SET WS-NO-MORE-RCL TO TRUE
003373         NOT AT END
003374             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
003375     END-READ.
003376 9110-EXIT.
003377     EXIT.

003378 9120-TALLY-RUN-CONTROL.
003379     IF RCL-STEP = "USRLOAD"
003380         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
003381         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
003382         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
003383     END-IF.
003384     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
003385         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
003386         GO TO 9120-EXIT
003387     END-IF.
003388     IF RCL-STEP = WS-RCL-STEP
003389         SET WS-RCL-ALREADY-DONE TO TRUE
003390     END-IF.
003391     IF RCL-STEP = WS-RCL-PREREQ
003392         SET WS-RCL-PREREQ-CLEAN TO TRUE
003393     END-IF.
003394 9120-EXIT.
003395     EXIT.

003396*----------------------------------------------------------
003397* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
003398* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
003399*----------------------------------------------------------
003400 9200-WRITE-RUN-CONTROL.
003401     OPEN EXTEND USERRCTL.
003402     IF WS-USERRCTL-STATUS NOT = "00" AND
003403         WS-USERRCTL-STATUS NOT = "05"
003404         DISPLAY "USRRCN: UNABLE TO LOG TO USERRCTL, STATUS = "
003405             WS-USERRCTL-STATUS
003406         SET WS-RCL-NOT-WRITTEN TO TRUE
003407         GO TO 9200-EXIT
003408     END-IF.
003409     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
003410     MOVE WS-RCL-STEP TO RCL-STEP.
003411     MOVE WS-RCL-EVENT TO RCL-EVENT.
003412     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
003413     ACCEPT RCL-EVENT-TIME FROM TIME.
003414     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003415     MOVE WS-RCL-NOTE TO RCL-NOTE.
003416     WRITE RCL-LINE FROM WS-RCL.
003417     CLOSE USERRCTL.
003418 9200-EXIT.
003419     EXIT.

003420*----------------------------------------------------------
003421* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
003422* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
003423* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
003424* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
003425*----------------------------------------------------------
003426 9300-LOG-END.
003427     IF NOT WS-RCL-START-LOGGED
003428         GO TO 9300-EXIT
003429     END-IF.
003430     INITIALIZE WS-RCL.
003431     MOVE "HISTORY" TO RCL-COUNT-LABEL (1).
003432     MOVE WS-HIST-COUNT TO RCL-COUNT (1).
003433     MOVE "ACCOUNTS" TO RCL-COUNT-LABEL (2).
003434     MOVE WS-MAST-COUNT TO RCL-COUNT (2).
003435     MOVE "E" TO WS-RCL-EVENT.
003436     MOVE SPACES TO WS-RCL-NOTE.
003437     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
003438     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
003439         DISPLAY "USRRCN: END NOT LOGGED - LATER STEPS WILL "
003440             "REFUSE"
003441         MOVE 8 TO RETURN-CODE
003442     END-IF.
003443 9300-EXIT.
003444     EXIT.

003445 END PROGRAM USRRCN.
