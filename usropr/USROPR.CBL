000170* USROPR - DAILY OPERATOR ACTIVITY REPORT.
000180*
000190* READS THE USEROPRL ACTIVITY LOG (APPENDED BY HELLCBL FOR EVERY
000200* CONSOLE TRANSACTION, BY USRSMT FOR EVERY REPAIR/REJECT
000205* DECISION AND BY USRAPR FOR EVERY DUAL-CONTROL APPROVAL OR
000210* DECLINE) AND REPORTS TODAY'S WORK PER OPERATOR:
000220*
000230*     - TRANSACTIONS KEYED, BROKEN OUT BY TRN-CODE
000240*     - DOLLARS MOVED ON THE TRANSACTIONS THAT POSTED
000250*     - ITEMS SENT TO SUSPENSE
000260*     - QUEUE DECISIONS MADE IN USRSMT (LOGGED UNDER THE
000262*       DIGIT CODES 1 = REPAIR, 2 = REJECT - SEE USEROPR) AND
000263*       DECLINES MADE IN USRAPR (DIGIT CODE 3)
000264*
000265* A CONSOLE ITEM QUEUED FOR APPROVAL COUNTS AS KEYED BY ITS CLERK
000266* BUT CARRIES NO POSTED DOLLARS - THOSE LAND ON THE APPROVING
000267* OPERATOR'S LINE, UNDER THE ITEM'S OWN CODE, ONCE USRAPR POSTS.
000270*
000280* WHEN A BALANCE CHANGE IS QUESTIONED, THIS IS THE REPORT THAT
000290* SAYS WHICH OF THE CLERKS KEYED IT.  RUN WITH THE NIGHTLY JOBS;
000300* ONLY RECORDS DATED TODAY ARE REPORTED, SO THE LOG CAN BE LEFT
000310* TO ACCUMULATE AND TRIMMED ON ITS OWN SCHEDULE.
000311*
000312* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000313* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000314* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000315* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000316* CARRIES THE OPERATORS AND RECORDS REPORTED.
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.

000420     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000421*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000422*    FIRST STEP EVER RUN CAN CREATE IT.
000423     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000424         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS WS-USERRCTL-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  USEROPRL
000610                   ==OPR-INQUIRY-ONLY==  BY ==SR-INQUIRY-ONLY==
000620                   ==OPR-QUEUE-DECISION== BY
000630                       ==SR-QUEUE-DECISION==
000640                   ==OPR-DATE==          BY ==SR-DATE==
000642                   ==OPR-POST-REF==      BY ==SR-POST-REF==.

000644 FD  USERRCTL
000646     LABEL RECORDS ARE STANDARD.
000648 01  RCL-LINE                            PIC X(130).

000650 WORKING-STORAGE SECTION.
000660 01  WS-PROGRAM-NAME                     PIC X(15)
000670                                         VALUE "USROPR".

000671*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
000672*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
000673*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
000674 01  WS-RCL.
000675     COPY USERRCL.
000676 01  WS-RCL-STEP                         PIC X(08)
000677                                         VALUE "USROPR".
000678 01  WS-RCL-PREREQ                       PIC X(08)
000679                                         VALUE "USRLOAD".

000680 01  WS-FILE-STATUSES.
000690     05  WS-USEROPRL-STATUS              PIC X(02).
000700         88  WS-USEROPRL-EOF              VALUE "10".
000710     05  WS-USROPR-STATUS                PIC X(02).
000712     05  WS-USERRCTL-STATUS              PIC X(02).

000714 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
000716     88  WS-RCL-WRITTEN                   VALUE "Y".
000718     88  WS-RCL-NOT-WRITTEN               VALUE "N".

000720 77  WS-LOG-EOF-SW                       PIC X(01) VALUE "N".
000730     88  WS-NO-MORE-LOG                   VALUE "Y".
000760 77  WS-FIRST-SW                         PIC X(01) VALUE "Y".
000770     88  WS-FIRST-RECORD                  VALUE "Y".

000771 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
000772     88  WS-NO-MORE-RCL                   VALUE "Y".

000773 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
000774     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

000775 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
000776     88  WS-RCL-ALREADY-DONE              VALUE "Y".

000777 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
000778     88  WS-RCL-START-LOGGED              VALUE "Y".

000780 01  WS-PREV-OPER                        PIC X(08) VALUE SPACES.
000790 01  WS-PREV-CODE                        PIC X(01) VALUE SPACE.

000791 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
000792 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
000793 01  WS-RCL-NOTE.
000794     05  RN-TEXT                         PIC X(22) VALUE SPACES.
000795     05  RN-STEP                         PIC X(08) VALUE SPACES.

000800 77  WS-CODE-COUNT                       PIC 9(07) COMP
000810                                         VALUE ZERO.
000820 77  WS-CODE-AMOUNT                      PIC 9(13)V99
001420                 THRU 3000-EXIT
001430         PERFORM 8000-TERMINATE THRU 8000-EXIT
001440     END-IF.
001445     PERFORM 9300-LOG-END THRU 9300-EXIT.
001450     STOP RUN.

001460*----------------------------------------------------------
001490* AN ERROR.
001500*----------------------------------------------------------
001510 1000-INITIALIZE.
001512     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
001514     IF RETURN-CODE NOT = ZERO
001516         GO TO 1000-EXIT
001518     END-IF.

001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001530     OPEN INPUT USEROPRL.
002890 8000-EXIT.
002900     EXIT.

002901*----------------------------------------------------------
002902* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
002903* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
002904* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
002905* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
002906* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
002907*----------------------------------------------------------
002908 9100-CHECK-RUN-CONTROL.
002909     OPEN INPUT USERRCTL.
002910     IF WS-USERRCTL-STATUS NOT = "00" AND
002911         WS-USERRCTL-STATUS NOT = "05"
002912         DISPLAY "USROPR: UNABLE TO OPEN USERRCTL, STATUS = "
002913             WS-USERRCTL-STATUS
002914         MOVE 16 TO RETURN-CODE
002915         GO TO 9100-EXIT
002916     END-IF.
002917     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
002918         UNTIL WS-NO-MORE-RCL.
002919     CLOSE USERRCTL.
002920     INITIALIZE WS-RCL.

002921     IF WS-RCL-BUS-DATE = ZERO
002922         DISPLAY "USROPR: NO USRLOAD ON THE RUN-CONTROL LOG - "
002923             "NOT STARTED"
002924         MOVE 8 TO RETURN-CODE
002925         GO TO 9100-EXIT
002926     END-IF.

002927     IF WS-RCL-ALREADY-DONE
002928         DISPLAY "USROPR: ALREADY COMPLETED FOR "
002929             WS-RCL-BUS-DATE " - NOT STARTED"
002930         MOVE "ALREADY COMPLETED" TO RN-TEXT
002931         MOVE 8 TO RETURN-CODE
002932     END-IF.
002933     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
002934         DISPLAY "USROPR: " WS-RCL-PREREQ " HAS NOT ENDED "
002935             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
002936         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
002937         MOVE WS-RCL-PREREQ TO RN-STEP
002938         MOVE 8 TO RETURN-CODE
002939     END-IF.
002940     IF RETURN-CODE NOT = ZERO
002941         MOVE "R" TO WS-RCL-EVENT
002942         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
002943         GO TO 9100-EXIT
002944     END-IF.

002945     MOVE "S" TO WS-RCL-EVENT.
002946     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
002947     IF WS-RCL-NOT-WRITTEN
002948         MOVE 16 TO RETURN-CODE
002949         GO TO 9100-EXIT
002950     END-IF.
002951     SET WS-RCL-START-LOGGED TO TRUE.
002952 9100-EXIT.
002953     EXIT.

002954*----------------------------------------------------------
002955* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
002956* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
002957* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
002958*----------------------------------------------------------
002959 9110-READ-RUN-CONTROL.
002960     READ USERRCTL INTO WS-RCL
002961         AT END
002962             SET WS-NO-MORE-RCL TO TRUE
002963         NOT AT END
002964             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
002965     END-READ.
002966 9110-EXIT.
002967     EXIT.

002968 9120-TALLY-RUN-CONTROL.
002969     IF RCL-STEP = "USRLOAD"
002970         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
002971         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
002972         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
002973     END-IF.
002974     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
002975         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
002976         GO TO 9120-EXIT
002977     END-IF.
002978     IF RCL-STEP = WS-RCL-STEP
002979         SET WS-RCL-ALREADY-DONE TO TRUE
002980     END-IF.
002981     IF RCL-STEP = WS-RCL-PREREQ
002982         SET WS-RCL-PREREQ-CLEAN TO TRUE
002983     END-IF.
002984 9120-EXIT.
002985     EXIT.

002986*----------------------------------------------------------
002987* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
002988* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
002989*----------------------------------------------------------
002990 9200-WRITE-RUN-CONTROL.
002991     OPEN EXTEND USERRCTL.
002992     IF WS-USERRCTL-STATUS NOT = "00" AND
002993         WS-USERRCTL-STATUS NOT = "05"
002994         DISPLAY "USROPR: UNABLE TO LOG TO USERRCTL, STATUS = "
002995             WS-USERRCTL-STATUS
002996         SET WS-RCL-NOT-WRITTEN TO TRUE
002997         GO TO 9200-EXIT
002998     END-IF.
002999     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
003000     MOVE WS-RCL-STEP TO RCL-STEP.
003001     MOVE WS-RCL-EVENT TO RCL-EVENT.
003002     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
003003     ACCEPT RCL-EVENT-TIME FROM TIME.
003004     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003005     MOVE WS-RCL-NOTE TO RCL-NOTE.
003006     WRITE RCL-LINE FROM WS-RCL.
003007     CLOSE USERRCTL.
003008 9200-EXIT.
003009     EXIT.

003010*----------------------------------------------------------
003011* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
003012* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
003013* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
003014* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
003015*----------------------------------------------------------
003016 9300-LOG-END.
003017     IF NOT WS-RCL-START-LOGGED
003018         GO TO 9300-EXIT
003019     END-IF.
003020     INITIALIZE WS-RCL.
003021     MOVE "OPERATORS" TO RCL-COUNT-LABEL (1).
003022     MOVE WS-OPER-SEEN-COUNT TO RCL-COUNT (1).
003023     MOVE "RECORDS" TO RCL-COUNT-LABEL (2).
003024     MOVE WS-TOTAL-COUNT TO RCL-COUNT (2).
003025     MOVE "E" TO WS-RCL-EVENT.
003026     MOVE SPACES TO WS-RCL-NOTE.
003027     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
003028     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
003029         DISPLAY "USROPR: END NOT LOGGED - LATER STEPS WILL "
003030             "REFUSE"
003031         MOVE 8 TO RETURN-CODE
003032     END-IF.
003033 9300-EXIT.
003034     EXIT.

003035 END PROGRAM USROPR.
