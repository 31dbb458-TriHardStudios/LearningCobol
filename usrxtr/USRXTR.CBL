000246*
000248* A DEPARTMENT RE-SEND REWRITES USERXCTL THE SAME AS A FULL
000250* FEED, SO THE USERBRET RETURN USRBIL WILL ACCEPT IS THE ANSWER
000252* TO THE RE-SEND, NOT TO THE LAST FULL NIGHT.  THE DEPARTMENT
000253* MUST BE ON THE USERDEPT CODE CARDS - A MISKEYED CODE WOULD
000254* OTHERWISE SEND BILLING AN EMPTY FEED AND CALL IT AN ANSWER.  A
000255* RETIRED CODE IS STILL ACCEPTED, SINCE ITS ACCOUNTS BILL UNTIL
000256* USRDMV HAS MOVED THEM.
000257*
000258* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000259* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000260* WHEN USRRCN HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000261* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000262* CARRIES THE ACCOUNTS READ AND EXTRACTED.  A DEPARTMENT RE-SEND
000263* STILL WAITS ON USRRCN BUT IS NOT LOGGED, AND MAY BE RUN AS
000264* OFTEN AS BILLING ASKS.
000265*-----------------------------------------------------------------
000266 ENVIRONMENT DIVISION.
000267 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT USERMAST  ASSIGN TO "USERMAST"
000290         ORGANIZATION IS INDEXED
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-USERXCTL-STATUS.

000357*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000358     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000359         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-USERDEPT-STATUS.

000361*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000362*    FIRST STEP EVER RUN CAN CREATE IT.
000363     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000364         ORGANIZATION IS LINE SEQUENTIAL
000365         FILE STATUS IS WS-USERRCTL-STATUS.

000366 DATA DIVISION.
000370 FILE SECTION.
000380 FD  USERMAST
000390     LABEL RECORDS ARE STANDARD.
000556 01  XCT-RECORD.
000558     COPY USERXCT.

000559 FD  USERDEPT
000560     LABEL RECORDS ARE STANDARD.
000561 01  DEPT-RECORD.
000562     COPY USERDPT.

000563 FD  USERRCTL
000564     LABEL RECORDS ARE STANDARD.
000565 01  RCL-LINE                            PIC X(130).

000566 WORKING-STORAGE SECTION.
000570 01  WS-PROGRAM-NAME                     PIC X(15)
000580                                         VALUE "USRXTR".

000640         88  WS-USERMAST-OK               VALUE "00".
000650     05  WS-USERXTR-STATUS               PIC X(02).
000652     05  WS-USERXCTL-STATUS              PIC X(02).
000654     05  WS-USERDEPT-STATUS              PIC X(02).
000656     05  WS-USERRCTL-STATUS              PIC X(02).

000660 77  WS-EOF-SW                           PIC X(01) VALUE "N".
000670     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".

000672 77  WS-SELECT-SW                        PIC X(01) VALUE "A".
000673     88  WS-SELECT-ALL                    VALUE "A".
000674     88  WS-SELECT-DEPT                   VALUE "D".

000675 01  WS-SELECT-DEPT-CODE                 PIC X(04) VALUE SPACES.
000676 01  WS-SELECT-DEPT-DESC                 PIC X(20) VALUE SPACES.
000677 01  WS-SELECT-DEPT-FLAG                 PIC X(01) VALUE SPACES.
000678     88  WS-SELECT-DEPT-RETIRED           VALUE "N".

000679 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
000680     88  WS-NO-MORE-DEPTS                 VALUE "Y".

000681 77  WS-DEPT-FOUND-SW                    PIC X(01) VALUE "N".
000682     88  WS-DEPT-FOUND                    VALUE "Y".

000683 77  WS-READ-COUNT                       PIC 9(07) COMP
000684                                         VALUE ZERO.
000685 77  WS-EXTRACT-COUNT                    PIC 9(07) COMP
000686                                         VALUE ZERO.

000687*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
000688*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
000689*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
000690 01  WS-RCL.
000691     COPY USERRCL.

000692 01  WS-RCL-STEP                         PIC X(08)
000693                                         VALUE "USRXTR".
000694 01  WS-RCL-PREREQ                       PIC X(08)
000695                                         VALUE "USRRCN".
000696 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
000697 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
000698 01  WS-RCL-NOTE.
000699     05  RN-TEXT                         PIC X(22) VALUE SPACES.
000700     05  RN-STEP                         PIC X(08) VALUE SPACES.

000701 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
000702     88  WS-NO-MORE-RCL                   VALUE "Y".

000703 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
000704     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

000705 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
000706     88  WS-RCL-ALREADY-DONE              VALUE "Y".

000707 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
000708     88  WS-RCL-START-LOGGED              VALUE "Y".

000709 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
000710     88  WS-RCL-WRITTEN                   VALUE "Y".
000711     88  WS-RCL-NOT-WRITTEN               VALUE "N".

000712 LINKAGE SECTION.
000714 01  RUNPARM-AREA.
000770             UNTIL WS-NO-MORE-MASTER-RECS
000780         PERFORM 8000-TERMINATE THRU 8000-EXIT
000790     END-IF.
000795     PERFORM 9300-LOG-END THRU 9300-EXIT.
000800     GOBACK.

000810*----------------------------------------------------------
000820* 1000-INITIALIZE - DECODE THE PARM, CHECK THE RUN-CONTROL LOG,
000825* CHECK A RE-SEND'S DEPARTMENT, AND OPEN THE FILES.
000830*----------------------------------------------------------
000840 1000-INITIALIZE.
000850     INITIALIZE WS-USER.
000862     PERFORM 1100-DECODE-PARM THRU 1100-EXIT.
000864     IF RETURN-CODE NOT = ZERO
000866         GO TO 1000-EXIT
000867     END-IF.

000868     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
000869     IF RETURN-CODE NOT = ZERO
000870         GO TO 1000-EXIT
000871     END-IF.

000872     IF WS-SELECT-DEPT
000873         PERFORM 1200-CHECK-DEPT THRU 1200-EXIT
000874         IF RETURN-CODE NOT = ZERO
000875             GO TO 1000-EXIT
000876         END-IF
000877     END-IF.

000878     OPEN INPUT USERMAST.
000880     IF NOT WS-USERMAST-OK
000890         DISPLAY "USRXTR: UNABLE TO OPEN USERMAST, STATUS = "
000900             WS-USERMAST-STATUS
001039         WHEN 4
001040             SET WS-SELECT-DEPT TO TRUE
001041             MOVE RUNPARM-SELECT TO WS-SELECT-DEPT-CODE
001044         WHEN OTHER
001045             DISPLAY "USRXTR: PARM MUST BE 'ALL' OR A "
001046                 "4-CHARACTER DEPARTMENT CODE"
001049 1100-EXIT.
001050     EXIT.

001051*----------------------------------------------------------
001052* 1200-CHECK-DEPT - THE RE-SEND DEPARTMENT MUST BE CARDED ON
001053* USERDEPT.  OPEN OR RETIRED, ITS DESCRIPTION GOES ON THE LOG SO
001054* THE OPERATOR CAN SEE WHOSE FEED WENT OUT.
001055*----------------------------------------------------------
001056 1200-CHECK-DEPT.
001057     OPEN INPUT USERDEPT.
001058     IF WS-USERDEPT-STATUS NOT = "00"
001059         DISPLAY "USRXTR: UNABLE TO OPEN USERDEPT, STATUS = "
001060             WS-USERDEPT-STATUS
001061         MOVE 16 TO RETURN-CODE
001062         GO TO 1200-EXIT
001063     END-IF.
001064     PERFORM 1210-READ-DEPT-CARD THRU 1210-EXIT
001065         UNTIL WS-NO-MORE-DEPTS OR WS-DEPT-FOUND.
001066     CLOSE USERDEPT.

001067     IF NOT WS-DEPT-FOUND
001068         DISPLAY "USRXTR: DEPARTMENT " WS-SELECT-DEPT-CODE
001069             " IS NOT ON USERDEPT - RE-SEND REFUSED"
001070         MOVE 16 TO RETURN-CODE
001071         GO TO 1200-EXIT
001072     END-IF.
001073     DISPLAY "USRXTR: DEPARTMENT RE-SEND FOR "
001074         WS-SELECT-DEPT-CODE " " WS-SELECT-DEPT-DESC.
001075     IF WS-SELECT-DEPT-RETIRED
001076         DISPLAY "USRXTR: NOTE - DEPARTMENT "
001077             WS-SELECT-DEPT-CODE " IS RETIRED"
001078     END-IF.
001079 1200-EXIT.
001080     EXIT.

001081 1210-READ-DEPT-CARD.
001082     READ USERDEPT
001083         AT END
001084             SET WS-NO-MORE-DEPTS TO TRUE
001085         NOT AT END
001086             IF DEPT-CODE = WS-SELECT-DEPT-CODE
001087                 SET WS-DEPT-FOUND TO TRUE
001088                 MOVE DEPT-DESC TO WS-SELECT-DEPT-DESC
001089                 MOVE DEPT-OPEN-FLAG TO WS-SELECT-DEPT-FLAG
001090             END-IF
001091     END-READ.
001092 1210-EXIT.
001093     EXIT.

001094*----------------------------------------------------------
001095* 2000-PROCESS-MASTER - READ ONE MASTER RECORD AND EXTRACT IT IF
001096* THE ACCOUNT IS ACTIVE AND, ON A DEPARTMENT RE-SEND, BELONGS
001097* TO THE REQUESTED DEPARTMENT.
001098*----------------------------------------------------------
001099 2000-PROCESS-MASTER.
001100     READ USERMAST INTO WS-USER
001101         AT END
001102             SET WS-NO-MORE-MASTER-RECS TO TRUE
001110         NOT AT END
001120             ADD 1 TO WS-READ-COUNT
001130             IF USER-ACTIVE
001600 8100-EXIT.
001610     EXIT.

001611*----------------------------------------------------------
001612* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
001613* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
001614* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
001615* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
001616* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
001617*----------------------------------------------------------
001618 9100-CHECK-RUN-CONTROL.
001619     OPEN INPUT USERRCTL.
001620     IF WS-USERRCTL-STATUS NOT = "00" AND
001621         WS-USERRCTL-STATUS NOT = "05"
001622         DISPLAY "USRXTR: UNABLE TO OPEN USERRCTL, STATUS = "
001623             WS-USERRCTL-STATUS
001624         MOVE 16 TO RETURN-CODE
001625         GO TO 9100-EXIT
001626     END-IF.
001627     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
001628         UNTIL WS-NO-MORE-RCL.
001629     CLOSE USERRCTL.
001630     INITIALIZE WS-RCL.

001631     IF WS-RCL-BUS-DATE = ZERO
001632         DISPLAY "USRXTR: NO USRLOAD ON THE RUN-CONTROL LOG - "
001633             "NOT STARTED"
001634         MOVE 8 TO RETURN-CODE
001635         GO TO 9100-EXIT
001636     END-IF.

001637     IF WS-RCL-ALREADY-DONE AND NOT WS-SELECT-DEPT
001638         DISPLAY "USRXTR: ALREADY COMPLETED FOR "
001639             WS-RCL-BUS-DATE " - NOT STARTED"
001640         MOVE "ALREADY COMPLETED" TO RN-TEXT
001641         MOVE 8 TO RETURN-CODE
001642     END-IF.
001643     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
001644         DISPLAY "USRXTR: " WS-RCL-PREREQ " HAS NOT ENDED "
001645             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
001646         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
001647         MOVE WS-RCL-PREREQ TO RN-STEP
001648         MOVE 8 TO RETURN-CODE
001649     END-IF.
001650     IF RETURN-CODE NOT = ZERO
001651         IF NOT WS-SELECT-DEPT
001652             MOVE "R" TO WS-RCL-EVENT
001653             PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
001654         END-IF
001655         GO TO 9100-EXIT
001656     END-IF.

001657     IF WS-SELECT-DEPT
001658         GO TO 9100-EXIT
001659     END-IF.

001660     MOVE "S" TO WS-RCL-EVENT.
001661     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
001662     IF WS-RCL-NOT-WRITTEN
001663         MOVE 16 TO RETURN-CODE
001664         GO TO 9100-EXIT
001665     END-IF.
001666     SET WS-RCL-START-LOGGED TO TRUE.
001667 9100-EXIT.
001668     EXIT.

001669*----------------------------------------------------------
001670* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
001671* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
001672* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
001673*----------------------------------------------------------
001674 9110-READ-RUN-CONTROL.
001675     READ USERRCTL INTO WS-RCL
001676         AT END
001677             SET WS-NO-MORE-RCL TO TRUE
001678         NOT AT END
001679             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
001680     END-READ.
001681 9110-EXIT.
001682     EXIT.

001683 9120-TALLY-RUN-CONTROL.
001684     IF RCL-STEP = "USRLOAD"
001685         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001686         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
001687         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
001688     END-IF.
001689     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001690         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
001691         GO TO 9120-EXIT
001692     END-IF.
001693     IF RCL-STEP = WS-RCL-STEP
001694         SET WS-RCL-ALREADY-DONE TO TRUE
001695     END-IF.
001696     IF RCL-STEP = WS-RCL-PREREQ
001697         SET WS-RCL-PREREQ-CLEAN TO TRUE
001698     END-IF.
001699 9120-EXIT.
001700     EXIT.

001701*----------------------------------------------------------
001702* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
001703* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
001704*----------------------------------------------------------
001705 9200-WRITE-RUN-CONTROL.
001706     OPEN EXTEND USERRCTL.
001707     IF WS-USERRCTL-STATUS NOT = "00" AND
001708         WS-USERRCTL-STATUS NOT = "05"
001709         DISPLAY "USRXTR: UNABLE TO LOG TO USERRCTL, STATUS = "
001710             WS-USERRCTL-STATUS
001711         SET WS-RCL-NOT-WRITTEN TO TRUE
001712         GO TO 9200-EXIT
001713     END-IF.
001714     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
001715     MOVE WS-RCL-STEP TO RCL-STEP.
001716     MOVE WS-RCL-EVENT TO RCL-EVENT.
001717     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
001718     ACCEPT RCL-EVENT-TIME FROM TIME.
001719     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001720     MOVE WS-RCL-NOTE TO RCL-NOTE.
001721     WRITE RCL-LINE FROM WS-RCL.
001722     CLOSE USERRCTL.
001723 9200-EXIT.
001724     EXIT.

001725*----------------------------------------------------------
001726* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
001727* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
001728* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
001729* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
001730*----------------------------------------------------------
001731 9300-LOG-END.
001732     IF NOT WS-RCL-START-LOGGED
001733         GO TO 9300-EXIT
001734     END-IF.
001735     INITIALIZE WS-RCL.
001736     MOVE "READ" TO RCL-COUNT-LABEL (1).
001737     MOVE WS-READ-COUNT TO RCL-COUNT (1).
001738     MOVE "EXTRACTED" TO RCL-COUNT-LABEL (2).
001739     MOVE WS-EXTRACT-COUNT TO RCL-COUNT (2).
001740     MOVE "E" TO WS-RCL-EVENT.
001741     MOVE SPACES TO WS-RCL-NOTE.
001742     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
001743     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
001744         DISPLAY "USRXTR: END NOT LOGGED - LATER STEPS WILL "
001745             "REFUSE"
001746         MOVE 8 TO RETURN-CODE
001747     END-IF.
001748 9300-EXIT.
001749     EXIT.

001750 END PROGRAM USRXTR.
