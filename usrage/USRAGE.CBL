000400* A SUSPENDED TRANSACTION, THE BRT-AMOUNT OF A RETURNED LINE -
000410* AN UNREADABLE AMOUNT COUNTS AS ZERO RATHER THAN KILLING THE
000420* REPORT, WHICH IS EXACTLY HOW A BAD-UNSTRING ITEM GOT HERE.
000421*
000422* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000423* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000424* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000425* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000426* CARRIES THE OPEN ITEMS AND BREACHES.
000430*-----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-USRAGE-STATUS.

000621*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000622*    FIRST STEP EVER RUN CAN CREATE IT.
000623     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS WS-USERRCTL-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  USERSUSP
000800                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
000810                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
000820                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
000830                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==
000835                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==.

000840*    ONE RECORD APPENDED PER RUN, SO THE NEXT RUN HAS A PRIOR
000850*    NIGHT TO TREND AGAINST - THE SAME IDEA AS THE USERTOT LOG.
000930     LABEL RECORDS ARE STANDARD.
000940 01  AGE-LINE                            PIC X(80).

000942 FD  USERRCTL
000944     LABEL RECORDS ARE STANDARD.
000946 01  RCL-LINE                            PIC X(130).

000950 WORKING-STORAGE SECTION.
000960 01  WS-PROGRAM-NAME                     PIC X(15)
000970                                         VALUE "USRAGE".
001050 01  WS-BRT.
001060     COPY USERBRT.

001061*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
001062*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
001063*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
001064 01  WS-RCL.
001065     COPY USERRCL.
001066 01  WS-RCL-STEP                         PIC X(08)
001067                                         VALUE "USRAGE".
001068 01  WS-RCL-PREREQ                       PIC X(08)
001069                                         VALUE "USRLOAD".

001070 01  WS-FILE-STATUSES.
001080     05  WS-USERSUSP-STATUS              PIC X(02).
001090         88  WS-USERSUSP-EOF              VALUE "10".
001130     05  WS-USERAGET-STATUS              PIC X(02).
001140         88  WS-USERAGET-EOF              VALUE "10".
001150     05  WS-USRAGE-STATUS                PIC X(02).
001152     05  WS-USERRCTL-STATUS              PIC X(02).

001154 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
001156     88  WS-RCL-WRITTEN                   VALUE "Y".
001158     88  WS-RCL-NOT-WRITTEN               VALUE "N".

001160 77  WS-SUSP-EOF-SW                      PIC X(01) VALUE "N".
001170     88  WS-NO-MORE-SUSPENSE              VALUE "Y".
001240 77  WS-BREACH-HEAD-SW                   PIC X(01) VALUE "N".
001250     88  WS-BREACH-HEAD-DONE              VALUE "Y".

001251 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
001252     88  WS-NO-MORE-RCL                   VALUE "Y".
001253 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
001254     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".
001255 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
001256     88  WS-RCL-ALREADY-DONE              VALUE "Y".
001257 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
001258     88  WS-RCL-START-LOGGED              VALUE "Y".

001260*    THE ITEM BEING TALLIED, WHICHEVER QUEUE IT CAME FROM.
001270 01  WS-ITEM-QUEUE                       PIC X(01).
001280 01  WS-ITEM-REASON                      PIC X(12).
001300 01  WS-ITEM-ID                          PIC 9(08).
001310 01  WS-ITEM-AMOUNT                      PIC 9(09)V99.

001311 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
001312 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
001313 01  WS-RCL-NOTE.
001314     05  RN-TEXT                         PIC X(22) VALUE SPACES.
001315     05  RN-STEP                         PIC X(08) VALUE SPACES.

001320 01  WS-TODAY-INT                        PIC 9(08) COMP.
001330 01  WS-ITEM-INT                         PIC 9(08) COMP.
001340 01  WS-AGE-DAYS                         PIC S9(05) COMP.
002500         PERFORM 7500-LOG-TREND THRU 7500-EXIT
002510         PERFORM 8000-TERMINATE THRU 8000-EXIT
002520     END-IF.
002525     PERFORM 9300-LOG-END THRU 9300-EXIT.
002530     STOP RUN.

002540*----------------------------------------------------------
002570* QUEUE FILE READS AS EMPTY - NO WORKLOAD IS A FINE ANSWER.
002580*----------------------------------------------------------
002590 1000-INITIALIZE.
002592     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
002594     IF RETURN-CODE NOT = ZERO
002596         GO TO 1000-EXIT
002598     END-IF.

002600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002610     COMPUTE WS-TODAY-INT =
002620         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
006350 8000-EXIT.
006360     EXIT.

006361*----------------------------------------------------------
006362* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
006363* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
006364* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
006365* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
006366* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
006367*----------------------------------------------------------
006368 9100-CHECK-RUN-CONTROL.
006369     OPEN INPUT USERRCTL.
006370     IF WS-USERRCTL-STATUS NOT = "00" AND
006371         WS-USERRCTL-STATUS NOT = "05"
006372         DISPLAY "USRAGE: UNABLE TO OPEN USERRCTL, STATUS = "
006373             WS-USERRCTL-STATUS
006374         MOVE 16 TO RETURN-CODE
006375         GO TO 9100-EXIT
006376     END-IF.
006377     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
006378         UNTIL WS-NO-MORE-RCL.
006379     CLOSE USERRCTL.
006380     INITIALIZE WS-RCL.

006381     IF WS-RCL-BUS-DATE = ZERO
006382         DISPLAY "USRAGE: NO USRLOAD ON THE RUN-CONTROL LOG - "
006383             "NOT STARTED"
006384         MOVE 8 TO RETURN-CODE
006385         GO TO 9100-EXIT
006386     END-IF.

006387     IF WS-RCL-ALREADY-DONE
006388         DISPLAY "USRAGE: ALREADY COMPLETED FOR "
006389             WS-RCL-BUS-DATE " - NOT STARTED"
006390         MOVE "ALREADY COMPLETED" TO RN-TEXT
006391         MOVE 8 TO RETURN-CODE
006392     END-IF.
006393     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
006394         DISPLAY "USRAGE: " WS-RCL-PREREQ " HAS NOT ENDED "
006395             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
006396         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
006397         MOVE WS-RCL-PREREQ TO RN-STEP
006398         MOVE 8 TO RETURN-CODE
006399     END-IF.
006400     IF RETURN-CODE NOT = ZERO
006401         MOVE "R" TO WS-RCL-EVENT
006402         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
006403         GO TO 9100-EXIT
006404     END-IF.

006405     MOVE "S" TO WS-RCL-EVENT.
006406     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
006407     IF WS-RCL-NOT-WRITTEN
006408         MOVE 16 TO RETURN-CODE
006409         GO TO 9100-EXIT
006410     END-IF.
006411     SET WS-RCL-START-LOGGED TO TRUE.
006412 9100-EXIT.
006413     EXIT.

006414*----------------------------------------------------------
006415* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
006416* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
006417* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
006418*----------------------------------------------------------
006419 9110-READ-RUN-CONTROL.
006420     READ USERRCTL INTO WS-RCL
006421         AT END
006422             SET WS-NO-MORE-RCL TO TRUE
006423         NOT AT END
006424             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
006425     END-READ.
006426 9110-EXIT.
006427     EXIT.

006428 9120-TALLY-RUN-CONTROL.
006429     IF RCL-STEP = "USRLOAD"
006430         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
006431         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
006432         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
006433     END-IF.
006434     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
006435         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
006436         GO TO 9120-EXIT
006437     END-IF.
006438     IF RCL-STEP = WS-RCL-STEP
006439         SET WS-RCL-ALREADY-DONE TO TRUE
006440     END-IF.
006441     IF RCL-STEP = WS-RCL-PREREQ
006442         SET WS-RCL-PREREQ-CLEAN TO TRUE
006443     END-IF.
006444 9120-EXIT.
006445     EXIT.

006446*----------------------------------------------------------
006447* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
006448* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
006449*----------------------------------------------------------
006450 9200-WRITE-RUN-CONTROL.
006451     OPEN EXTEND USERRCTL.
006452     IF WS-USERRCTL-STATUS NOT = "00" AND
006453         WS-USERRCTL-STATUS NOT = "05"
006454         DISPLAY "USRAGE: UNABLE TO LOG TO USERRCTL, STATUS = "
006455             WS-USERRCTL-STATUS
006456         SET WS-RCL-NOT-WRITTEN TO TRUE
006457         GO TO 9200-EXIT
006458     END-IF.
006459     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
006460     MOVE WS-RCL-STEP TO RCL-STEP.
006461     MOVE WS-RCL-EVENT TO RCL-EVENT.
006462     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
006463     ACCEPT RCL-EVENT-TIME FROM TIME.
006464     MOVE RETURN-CODE TO RCL-RETURN-CODE.
006465     MOVE WS-RCL-NOTE TO RCL-NOTE.
006466     WRITE RCL-LINE FROM WS-RCL.
006467     CLOSE USERRCTL.
006468 9200-EXIT.
006469     EXIT.

006470*----------------------------------------------------------
006471* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
006472* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
006473* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
006474* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
006475*----------------------------------------------------------
006476 9300-LOG-END.
006477     IF NOT WS-RCL-START-LOGGED
006478         GO TO 9300-EXIT
006479     END-IF.
006480     INITIALIZE WS-RCL.
006481     MOVE "OPEN ITEMS" TO RCL-COUNT-LABEL (1).
006482     MOVE WS-OPEN-COUNT TO RCL-COUNT (1).
006483     MOVE "BREACHES" TO RCL-COUNT-LABEL (2).
006484     MOVE WS-BREACH-COUNT TO RCL-COUNT (2).
006485     MOVE "E" TO WS-RCL-EVENT.
006486     MOVE SPACES TO WS-RCL-NOTE.
006487     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
006488     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
006489         DISPLAY "USRAGE: END NOT LOGGED - LATER STEPS WILL "
006490             "REFUSE"
006491         MOVE 8 TO RETURN-CODE
006492     END-IF.
006493 9300-EXIT.
006494     EXIT.

006495 END PROGRAM USRAGE.
