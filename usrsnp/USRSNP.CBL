000220* GENERATION GROUP SO USRCMP CAN READ TONIGHT'S AGAINST LAST
000230* NIGHT'S AND REPORT WHAT ACTUALLY CHANGED.  RUN AFTER USRLOAD
000240* SO THE SNAPSHOT REFLECTS THE NIGHT'S POSTINGS.
000241*
000242* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000243* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000244* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000245* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000246* CARRIES THE ACCOUNTS SNAPPED.  USRCMP WAITS ON THIS STEP.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-USERSNAP-STATUS.

000381*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000382*    FIRST STEP EVER RUN CAN CREATE IT.
000383     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000384         ORGANIZATION IS LINE SEQUENTIAL
000385         FILE STATUS IS WS-USERRCTL-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  USERMAST
000652                   ==USER-DEPT==     BY ==SNP-USER-DEPT==.
000660     05  SNP-RUN-DATE                    PIC 9(08).

000662 FD  USERRCTL
000664     LABEL RECORDS ARE STANDARD.
000666 01  RCL-LINE                            PIC X(130).

000670 WORKING-STORAGE SECTION.
000680 01  WS-PROGRAM-NAME                     PIC X(15)
000690                                         VALUE "USRSNP".

000720 01  WS-RUN-DATE                         PIC 9(08).

000721*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
000722*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
000723*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
000724 01  WS-RCL.
000725     COPY USERRCL.

000726 01  WS-RCL-STEP                         PIC X(08)
000727                                         VALUE "USRSNP".
000728 01  WS-RCL-PREREQ                       PIC X(08)
000729                                         VALUE "USRLOAD".

000730 01  WS-FILE-STATUSES.
000740     05  WS-USERMAST-STATUS              PIC X(02).
000750         88  WS-USERMAST-OK               VALUE "00".
000760     05  WS-USERSNAP-STATUS              PIC X(02).
000765     05  WS-USERRCTL-STATUS              PIC X(02).

000770 77  WS-EOF-SW                           PIC X(01) VALUE "N".
000780     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".

000781 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
000782     88  WS-NO-MORE-RCL                   VALUE "Y".

000783 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
000784     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

000785 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
000786     88  WS-RCL-ALREADY-DONE              VALUE "Y".

000787 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
000788     88  WS-RCL-START-LOGGED              VALUE "Y".

000790 77  WS-SNAP-COUNT                       PIC 9(07) COMP
000800                                         VALUE ZERO.

000801 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
000802     88  WS-RCL-WRITTEN                   VALUE "Y".
000803     88  WS-RCL-NOT-WRITTEN               VALUE "N".

000804 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
000805 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
000806 01  WS-RCL-NOTE.
000807     05  RN-TEXT                         PIC X(22) VALUE SPACES.
000808     05  RN-STEP                         PIC X(08) VALUE SPACES.

000810 PROCEDURE DIVISION.

000820 0000-MAINLINE.
000860             UNTIL WS-NO-MORE-MASTER-RECS
000870         PERFORM 8000-TERMINATE THRU 8000-EXIT
000880     END-IF.
000885     PERFORM 9300-LOG-END THRU 9300-EXIT.
000890     STOP RUN.

000900*----------------------------------------------------------
000910* 1000-INITIALIZE - OPEN THE FILES.
000920*----------------------------------------------------------
000930 1000-INITIALIZE.
000932     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
000934     IF RETURN-CODE NOT = ZERO
000936         GO TO 1000-EXIT
000938     END-IF.

000940     INITIALIZE WS-USER.
000950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001380 8000-EXIT.
001390     EXIT.

001391*----------------------------------------------------------
001392* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
001393* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
001394* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
001395* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
001396* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
001397*----------------------------------------------------------
001398 9100-CHECK-RUN-CONTROL.
001399     OPEN INPUT USERRCTL.
001400     IF WS-USERRCTL-STATUS NOT = "00" AND
001401         WS-USERRCTL-STATUS NOT = "05"
001402         DISPLAY "USRSNP: UNABLE TO OPEN USERRCTL, STATUS = "
001403             WS-USERRCTL-STATUS
001404         MOVE 16 TO RETURN-CODE
001405         GO TO 9100-EXIT
001406     END-IF.
001407     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
001408         UNTIL WS-NO-MORE-RCL.
001409     CLOSE USERRCTL.
001410     INITIALIZE WS-RCL.

001411     IF WS-RCL-BUS-DATE = ZERO
001412         DISPLAY "USRSNP: NO USRLOAD ON THE RUN-CONTROL LOG - "
001413             "NOT STARTED"
001414         MOVE 8 TO RETURN-CODE
001415         GO TO 9100-EXIT
001416     END-IF.

001417     IF WS-RCL-ALREADY-DONE
001418         DISPLAY "USRSNP: ALREADY COMPLETED FOR "
001419             WS-RCL-BUS-DATE " - NOT STARTED"
001420         MOVE "ALREADY COMPLETED" TO RN-TEXT
001421         MOVE 8 TO RETURN-CODE
001422     END-IF.
001423     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
001424         DISPLAY "USRSNP: " WS-RCL-PREREQ " HAS NOT ENDED "
001425             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
001426         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
001427         MOVE WS-RCL-PREREQ TO RN-STEP
001428         MOVE 8 TO RETURN-CODE
001429     END-IF.
001430     IF RETURN-CODE NOT = ZERO
001431         MOVE "R" TO WS-RCL-EVENT
001432         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
001433         GO TO 9100-EXIT
001434     END-IF.

001435     MOVE "S" TO WS-RCL-EVENT.
001436     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
001437     IF WS-RCL-NOT-WRITTEN
001438         MOVE 16 TO RETURN-CODE
001439         GO TO 9100-EXIT
001440     END-IF.
001441     SET WS-RCL-START-LOGGED TO TRUE.
001442 9100-EXIT.
001443     EXIT.

001444*----------------------------------------------------------
001445* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
001446* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
001447* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
001448*----------------------------------------------------------
001449 9110-READ-RUN-CONTROL.
001450     READ USERRCTL INTO WS-RCL
001451         AT END
001452             SET WS-NO-MORE-RCL TO TRUE
001453         NOT AT END
001454             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
001455     END-READ.
001456 9110-EXIT.
001457     EXIT.

001458 9120-TALLY-RUN-CONTROL.
001459     IF RCL-STEP = "USRLOAD"
001460         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001461         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
001462         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
001463     END-IF.
001464     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001465         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
001466         GO TO 9120-EXIT
001467     END-IF.
001468     IF RCL-STEP = WS-RCL-STEP
001469         SET WS-RCL-ALREADY-DONE TO TRUE
001470     END-IF.
001471     IF RCL-STEP = WS-RCL-PREREQ
001472         SET WS-RCL-PREREQ-CLEAN TO TRUE
001473     END-IF.
001474 9120-EXIT.
001475     EXIT.

001476*----------------------------------------------------------
001477* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
001478* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
001479*----------------------------------------------------------
001480 9200-WRITE-RUN-CONTROL.
001481     OPEN EXTEND USERRCTL.
001482     IF WS-USERRCTL-STATUS NOT = "00" AND
001483         WS-USERRCTL-STATUS NOT = "05"
001484         DISPLAY "USRSNP: UNABLE TO LOG TO USERRCTL, STATUS = "
001485             WS-USERRCTL-STATUS
001486         SET WS-RCL-NOT-WRITTEN TO TRUE
001487         GO TO 9200-EXIT
001488     END-IF.
001489     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
001490     MOVE WS-RCL-STEP TO RCL-STEP.
001491     MOVE WS-RCL-EVENT TO RCL-EVENT.
001492     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
001493     ACCEPT RCL-EVENT-TIME FROM TIME.
001494     MOVE RETURN-CODE TO RCL-RETURN-CODE.
001495     MOVE WS-RCL-NOTE TO RCL-NOTE.
001496     WRITE RCL-LINE FROM WS-RCL.
001497     CLOSE USERRCTL.
001498 9200-EXIT.
001499     EXIT.

001500*----------------------------------------------------------
001501* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
001502* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
001503* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
001504* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
001505*----------------------------------------------------------
001506 9300-LOG-END.
001507     IF NOT WS-RCL-START-LOGGED
001508         GO TO 9300-EXIT
001509     END-IF.
001510     INITIALIZE WS-RCL.
001511     MOVE "SNAPPED" TO RCL-COUNT-LABEL (1).
001512     MOVE WS-SNAP-COUNT TO RCL-COUNT (1).
001513     MOVE "E" TO WS-RCL-EVENT.
001514     MOVE SPACES TO WS-RCL-NOTE.
001515     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
001516     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
001517         DISPLAY "USRSNP: END NOT LOGGED - LATER STEPS WILL "
001518             "REFUSE"
001519         MOVE 8 TO RETURN-CODE
001520     END-IF.
001521 9300-EXIT.
001522     EXIT.

001523 END PROGRAM USRSNP.
