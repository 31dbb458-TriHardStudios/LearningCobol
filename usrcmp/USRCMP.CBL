000210* AND REPORTS WHAT CHANGED:
000220*
000230*     - ACCOUNTS ADDED SINCE LAST NIGHT
000240*     - ACCOUNTS THAT DISAPPEARED, AND WHY - CLOSED, ESCHEATED
000242*       TO THE STATE BY USRESC, OR PURGED - OFF THE LAST USERARCH
000244*       RECORD FOR THE ID
000250*     - EVERY STATUS TRANSITION, WITH A COUNT PER TRANSITION
000260*       (A MASS MOVE TO HOLD SHOWS UP THE SAME NIGHT)
000270*     - THE ACCOUNTS WITH THE LARGEST BALANCE SWINGS
000280*
000290* THE FIRST EVER RUN HAS NO PRIOR SNAPSHOT; EVERY ACCOUNT WOULD
000300* REPORT AS ADDED, WHICH IS EXACTLY WHAT A BASELINE LOOKS LIKE.
000301*
000302* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000303* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000304* WHEN USRSNP HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000305* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000306* CARRIES THE ADDED, DROPPED AND CHANGED COUNTS.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-USRCMP-STATUS.

000431*    OPTIONAL - WITH NO ARCHIVE YET, EVERY DROP READS AS PURGED.
000432     SELECT OPTIONAL USERARCH  ASSIGN TO "USERARCH"
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS WS-USERARCH-STATUS.

000435*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000436*    FIRST STEP EVER RUN CAN CREATE IT.
000437     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS WS-USERRCTL-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  USERSNP1
000690     05  NS-RUN-DATE                     PIC 9(08).

000700 FD  USRCMP
000705     LABEL RECORDS ARE STANDARD.
000706 01  CMP-LINE                            PIC X(80).

000707*    SAME LAYOUT AS HELLCBL'S ARCHIVE.  ONLY THE ID, THE CLOSE
000708*    DATE AND THE ACTION FLAG ARE USED HERE.
000709 FD  USERARCH
000710     LABEL RECORDS ARE STANDARD.
000711 01  ARC-RECORD.
000712     COPY USERREC
000713         REPLACING ==USER-NAME==     BY ==ARC-USER-NAME==
000714                   ==USER-ID==       BY ==ARC-USER-ID==
000715                   ==USER-STATUS==   BY ==ARC-USER-STATUS==
000716                   ==USER-ACTIVE==   BY ==ARC-USER-ACTIVE==
000717                   ==USER-INACTIVE== BY ==ARC-USER-INACTIVE==
000718                   ==USER-HOLD==     BY ==ARC-USER-HOLD==
000719                   ==USER-BAL==      BY ==ARC-USER-BAL==
000720                   ==USER-DEPT==     BY ==ARC-USER-DEPT==.
000721     05  ARC-CLOSE-DATE                  PIC 9(08).
000722     05  ARC-ACTION                      PIC X(01).
000723         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
000724         88  ARC-REOPENED                VALUE "R".
000725         88  ARC-ESCHEATED               VALUE "E".
000726     05  ARC-ADDRESS-DATA                PIC X(144).

000727 FD  USERRCTL
000728     LABEL RECORDS ARE STANDARD.
000729 01  RCL-LINE                            PIC X(130).

000730 WORKING-STORAGE SECTION.
000740 01  WS-PROGRAM-NAME                     PIC X(15)
000770     05  WS-USERSNP1-STATUS              PIC X(02).
000780     05  WS-USERSNP2-STATUS              PIC X(02).
000790     05  WS-USRCMP-STATUS                PIC X(02).
000792     05  WS-USERARCH-STATUS              PIC X(02).
000794     05  WS-USERRCTL-STATUS              PIC X(02).

000800 77  WS-OLD-EOF-SW                       PIC X(01) VALUE "N".
000810     88  WS-NO-MORE-OLD                   VALUE "Y".
000820 77  WS-NEW-EOF-SW                       PIC X(01) VALUE "N".
000830     88  WS-NO-MORE-NEW                   VALUE "Y".

000831 77  WS-ARC-EOF-SW                       PIC X(01) VALUE "N".
000832     88  WS-NO-MORE-ARCHIVE               VALUE "Y".

000833 77  WS-ARC-FOUND-SW                     PIC X(01) VALUE "N".
000834     88  WS-ARC-FOUND                     VALUE "Y".
000835     88  WS-ARC-NOT-FOUND                 VALUE "N".

000836 77  WS-ARC-ACTION                       PIC X(01) VALUE SPACE.
000837 77  WS-ARC-CLOSE-DATE                   PIC 9(08) VALUE ZERO.

000840 77  WS-ADD-COUNT                        PIC 9(07) COMP
000850                                         VALUE ZERO.
000860 77  WS-DROP-COUNT                       PIC 9(07) COMP
000861                                         VALUE ZERO.
000862 77  WS-DROP-CLOSED-COUNT                PIC 9(07) COMP
000863                                         VALUE ZERO.
000864 77  WS-DROP-ESCH-COUNT                  PIC 9(07) COMP
000865                                         VALUE ZERO.
000866 77  WS-DROP-PURGED-COUNT                PIC 9(07) COMP
000870                                         VALUE ZERO.
000880 77  WS-TRANS-COUNT                      PIC 9(07) COMP
000890                                         VALUE ZERO.

001600 01  WS-TRANS-TEXT.
001610     05  TX-OLD-STATUS                   PIC X(01).
001614     05  FILLER                          PIC X(04) VALUE " TO ".
001615     05  TX-NEW-STATUS                   PIC X(01).
001616     05  FILLER                          PIC X(37) VALUE SPACES.

001617*    WHY A DROPPED ACCOUNT WENT: LAST NIGHT'S STATUS, THEN THE
001618*    REASON AND DATE OFF ITS LAST ARCHIVE RECORD.
001619 01  WS-DROP-TEXT.
001620     05  DX-OLD-STATUS                   PIC X(01).
001621     05  FILLER                          PIC X(02) VALUE SPACES.
001622     05  DX-REASON                       PIC X(25).
001623     05  DX-DATE                         PIC X(08).
001624     05  FILLER                          PIC X(07) VALUE SPACES.

001625*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
001626*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
001627*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
001628 01  WS-RCL.
001629     COPY USERRCL.

001630 01  WS-RCL-STEP                         PIC X(08)
001631                                         VALUE "USRCMP".
001632 01  WS-RCL-PREREQ                       PIC X(08)
001633                                         VALUE "USRSNP".
001634 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
001635 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
001636 01  WS-RCL-NOTE.
001637     05  RN-TEXT                         PIC X(22) VALUE SPACES.
001638     05  RN-STEP                         PIC X(08) VALUE SPACES.

001639 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
001640     88  WS-NO-MORE-RCL                   VALUE "Y".

001641 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
001642     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

001643 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
001644     88  WS-RCL-ALREADY-DONE              VALUE "Y".

001645 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
001646     88  WS-RCL-START-LOGGED              VALUE "Y".

001647 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
001648     88  WS-RCL-WRITTEN                   VALUE "Y".
001649     88  WS-RCL-NOT-WRITTEN               VALUE "N".

001650 PROCEDURE DIVISION.

001710         PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
001720         PERFORM 8000-TERMINATE THRU 8000-EXIT
001730     END-IF.
001735     PERFORM 9300-LOG-END THRU 9300-EXIT.
001740     STOP RUN.

001750*----------------------------------------------------------
001780* RUN, NOT AN ERROR - EVERY ACCOUNT SIMPLY REPORTS AS ADDED.
001790*----------------------------------------------------------
001800 1000-INITIALIZE.
001802     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
001804     IF RETURN-CODE NOT = ZERO
001806         GO TO 1000-EXIT
001808     END-IF.

001810     OPEN INPUT USERSNP1.
001820     EVALUATE WS-USERSNP1-STATUS
001830         WHEN "00"
002100         MOVE ZERO TO CH1-OLD-DATE
002110     ELSE
002120         MOVE OS-RUN-DATE TO CH1-OLD-DATE
002124     END-IF.
002125     IF WS-NO-MORE-NEW
002126         MOVE ZERO TO CH1-NEW-DATE
002127     ELSE
002128         MOVE NS-RUN-DATE TO CH1-NEW-DATE
002129     END-IF.
002130     WRITE CMP-LINE FROM WS-HEAD-LINE-1.
002140 1000-EXIT.
002150     EXIT.

002690*----------------------------------------------------------
002700* 4000-REPORT-DROPPED - ON LAST NIGHT'S SNAPSHOT, GONE TONIGHT.
002702* THE LAST ARCHIVE RECORD FOR THE ID SAYS WHY: A CLOSE IMAGE IS
002704* AN ORDINARY CLOSE, AN "E" IMAGE IS AN ESCHEAT TO THE STATE.
002706* NO ARCHIVE RECORD, OR A REOPEN MARKER AS THE LAST ONE, MEANS
002708* THE ACCOUNT LEFT THE MASTER WITHOUT BEING CLOSED - PURGED.
002710*----------------------------------------------------------
002720 4000-REPORT-DROPPED.
002730     MOVE "ACCOUNT DROPPED  " TO DL-TAG.
002740     MOVE OS-USER-ID TO DL-USER-ID.
002750     MOVE OS-USER-NAME TO DL-USER-NAME.
002752     PERFORM 4100-SCAN-ARCHIVE THRU 4100-EXIT.

002754     MOVE OS-USER-STATUS TO DX-OLD-STATUS.
002755     MOVE SPACES TO DX-DATE.
002756     EVALUATE TRUE
002757         WHEN WS-ARC-NOT-FOUND OR WS-ARC-ACTION = "R"
002758             MOVE "PURGED - NOT ARCHIVED" TO DX-REASON
002759             ADD 1 TO WS-DROP-PURGED-COUNT
002760         WHEN WS-ARC-ACTION = "E"
002761             MOVE "ESCHEATED TO STATE" TO DX-REASON
002762             MOVE WS-ARC-CLOSE-DATE TO DX-DATE
002763             ADD 1 TO WS-DROP-ESCH-COUNT
002764         WHEN OTHER
002765             MOVE "CLOSED TO USERARCH" TO DX-REASON
002766             MOVE WS-ARC-CLOSE-DATE TO DX-DATE
002767             ADD 1 TO WS-DROP-CLOSED-COUNT
002768     END-EVALUATE.
002769     MOVE WS-DROP-TEXT TO DL-TEXT.
002770     WRITE CMP-LINE FROM WS-DETAIL-LINE.
002771     ADD 1 TO WS-DROP-COUNT.
002772 4000-EXIT.
002773     EXIT.

002774*----------------------------------------------------------
002775* 4100-SCAN-ARCHIVE - READ THE WHOLE ARCHIVE FOR THE DROPPED ID,
002776* KEEPING THE LAST RECORD SEEN, THE SAME SEARCH HELLCBL MAKES
002777* FOR A REOPEN.  A NIGHT DROPS A HANDFUL OF ACCOUNTS, SO ONE
002778* PASS PER DROP IS CHEAP.  AN ARCHIVE THAT WILL NOT OPEN LEAVES
002779* THE REASON AS PURGED AND THE RUN ENDS WITH A WARNING.
002780*----------------------------------------------------------
002781 4100-SCAN-ARCHIVE.
002782     MOVE "N" TO WS-ARC-EOF-SW, WS-ARC-FOUND-SW.
002783     MOVE SPACE TO WS-ARC-ACTION.
002784     MOVE ZERO TO WS-ARC-CLOSE-DATE.
002785     OPEN INPUT USERARCH.
002786     IF WS-USERARCH-STATUS NOT = "00" AND
002787         WS-USERARCH-STATUS NOT = "05"
002788         DISPLAY "USRCMP: UNABLE TO OPEN USERARCH, STATUS = "
002789             WS-USERARCH-STATUS
002790         MOVE 4 TO RETURN-CODE
002791         GO TO 4100-EXIT
002792     END-IF.
002793     PERFORM 4110-READ-ARCHIVE THRU 4110-EXIT
002794         UNTIL WS-NO-MORE-ARCHIVE.
002795     CLOSE USERARCH.
002796 4100-EXIT.
002797     EXIT.

002798 4110-READ-ARCHIVE.
002799     READ USERARCH
002800         AT END
002801             SET WS-NO-MORE-ARCHIVE TO TRUE
002802         NOT AT END
002803             IF ARC-USER-ID = OS-USER-ID
002804                 MOVE ARC-ACTION TO WS-ARC-ACTION
002805                 MOVE ARC-CLOSE-DATE TO WS-ARC-CLOSE-DATE
002806                 SET WS-ARC-FOUND TO TRUE
002807             END-IF
002808     END-READ.
002809 4110-EXIT.
002810     EXIT.

002820*----------------------------------------------------------
003840     MOVE "ACCOUNTS DROPPED" TO CT-LABEL.
003850     MOVE WS-DROP-COUNT TO CT-COUNT.
003860     WRITE CMP-LINE FROM WS-COUNT-LINE.
003861     MOVE "  CLOSED" TO CT-LABEL.
003862     MOVE WS-DROP-CLOSED-COUNT TO CT-COUNT.
003863     WRITE CMP-LINE FROM WS-COUNT-LINE.
003864     MOVE "  ESCHEATED TO STATE" TO CT-LABEL.
003865     MOVE WS-DROP-ESCH-COUNT TO CT-COUNT.
003866     WRITE CMP-LINE FROM WS-COUNT-LINE.
003867     MOVE "  PURGED" TO CT-LABEL.
003868     MOVE WS-DROP-PURGED-COUNT TO CT-COUNT.
003869     WRITE CMP-LINE FROM WS-COUNT-LINE.
003870     MOVE "ACCOUNTS ON BOTH" TO CT-LABEL.
003880     MOVE WS-MATCH-COUNT TO CT-COUNT.
003890     WRITE CMP-LINE FROM WS-COUNT-LINE.
004400 8000-EXIT.
004410     EXIT.

004411*----------------------------------------------------------
004412* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
004413* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
004414* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
004415* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
004416* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
004417*----------------------------------------------------------
004418 9100-CHECK-RUN-CONTROL.
004419     OPEN INPUT USERRCTL.
004420     IF WS-USERRCTL-STATUS NOT = "00" AND
004421         WS-USERRCTL-STATUS NOT = "05"
004422         DISPLAY "USRCMP: UNABLE TO OPEN USERRCTL, STATUS = "
004423             WS-USERRCTL-STATUS
004424         MOVE 16 TO RETURN-CODE
004425         GO TO 9100-EXIT
004426     END-IF.
004427     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
004428         UNTIL WS-NO-MORE-RCL.
004429     CLOSE USERRCTL.
004430     INITIALIZE WS-RCL.

004431     IF WS-RCL-BUS-DATE = ZERO
004432         DISPLAY "USRCMP: NO USRLOAD ON THE RUN-CONTROL LOG - "
004433             "NOT STARTED"
004434         MOVE 8 TO RETURN-CODE
004435         GO TO 9100-EXIT
004436     END-IF.

004437     IF WS-RCL-ALREADY-DONE
004438         DISPLAY "USRCMP: ALREADY COMPLETED FOR "
004439             WS-RCL-BUS-DATE " - NOT STARTED"
004440         MOVE "ALREADY COMPLETED" TO RN-TEXT
004441         MOVE 8 TO RETURN-CODE
004442     END-IF.
004443     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
004444         DISPLAY "USRCMP: " WS-RCL-PREREQ " HAS NOT ENDED "
004445             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
004446         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
004447         MOVE WS-RCL-PREREQ TO RN-STEP
004448         MOVE 8 TO RETURN-CODE
004449     END-IF.
004450     IF RETURN-CODE NOT = ZERO
004451         MOVE "R" TO WS-RCL-EVENT
004452         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
004453         GO TO 9100-EXIT
004454     END-IF.

004455     MOVE "S" TO WS-RCL-EVENT.
004456     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
004457     IF WS-RCL-NOT-WRITTEN
004458         MOVE 16 TO RETURN-CODE
004459         GO TO 9100-EXIT
004460     END-IF.
004461     SET WS-RCL-START-LOGGED TO TRUE.
004462 9100-EXIT.
004463     EXIT.

004464*----------------------------------------------------------
004465* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
004466* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
004467* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
004468*----------------------------------------------------------
004469 9110-READ-RUN-CONTROL.
004470     READ USERRCTL INTO WS-RCL
004471         AT END
004472             SET WS-NO-MORE-RCL TO TRUE
004473         NOT AT END
004474             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
004475     END-READ.
004476 9110-EXIT.
004477     EXIT.

004478 9120-TALLY-RUN-CONTROL.
004479     IF RCL-STEP = "USRLOAD"
004480         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
004481         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
004482         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
004483     END-IF.
004484     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
004485         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
004486         GO TO 9120-EXIT
004487     END-IF.
004488     IF RCL-STEP = WS-RCL-STEP
004489         SET WS-RCL-ALREADY-DONE TO TRUE
004490     END-IF.
004491     IF RCL-STEP = WS-RCL-PREREQ
004492         SET WS-RCL-PREREQ-CLEAN TO TRUE
004493     END-IF.
004494 9120-EXIT.
004495     EXIT.

004496*----------------------------------------------------------
004497* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
004498* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
004499*----------------------------------------------------------
004500 9200-WRITE-RUN-CONTROL.
004501     OPEN EXTEND USERRCTL.
004502     IF WS-USERRCTL-STATUS NOT = "00" AND
004503         WS-USERRCTL-STATUS NOT = "05"
004504         DISPLAY "USRCMP: UNABLE TO LOG TO USERRCTL, STATUS = "
004505             WS-USERRCTL-STATUS
004506         SET WS-RCL-NOT-WRITTEN TO TRUE
004507         GO TO 9200-EXIT
004508     END-IF.
004509     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
004510     MOVE WS-RCL-STEP TO RCL-STEP.
004511     MOVE WS-RCL-EVENT TO RCL-EVENT.
004512     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
004513     ACCEPT RCL-EVENT-TIME FROM TIME.
004514     MOVE RETURN-CODE TO RCL-RETURN-CODE.
004515     MOVE WS-RCL-NOTE TO RCL-NOTE.
004516     WRITE RCL-LINE FROM WS-RCL.
004517     CLOSE USERRCTL.
004518 9200-EXIT.
004519     EXIT.

004520*----------------------------------------------------------
004521* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
004522* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
004523* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
004524* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
004525*----------------------------------------------------------
004526 9300-LOG-END.
004527     IF NOT WS-RCL-START-LOGGED
004528         GO TO 9300-EXIT
004529     END-IF.
004530     INITIALIZE WS-RCL.
004531     MOVE "ADDED" TO RCL-COUNT-LABEL (1).
004532     MOVE WS-ADD-COUNT TO RCL-COUNT (1).
004533     MOVE "DROPPED" TO RCL-COUNT-LABEL (2).
004534     MOVE WS-DROP-COUNT TO RCL-COUNT (2).
004535     MOVE "CHANGED" TO RCL-COUNT-LABEL (3).
004536     MOVE WS-TRANS-COUNT TO RCL-COUNT (3).
004537     MOVE "E" TO WS-RCL-EVENT.
004538     MOVE SPACES TO WS-RCL-NOTE.
004539     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
004540     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
004541         DISPLAY "USRCMP: END NOT LOGGED - LATER STEPS WILL "
004542             "REFUSE"
004543         MOVE 8 TO RETURN-CODE
004544     END-IF.
004545 9300-EXIT.
004546     EXIT.

004547 END PROGRAM USRCMP.
