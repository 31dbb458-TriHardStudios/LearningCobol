000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRWIN.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRWIN - NIGHTLY BATCH WINDOW SUMMARY.
000180*
000190* READS THE USERRCTL RUN-CONTROL LOG (SEE USERRCL) AND REPORTS,
000200* FOR ONE BUSINESS DATE, EVERY STEP OF THE NIGHTLY WINDOW IN ITS
000210* RUN ORDER: WHETHER IT COMPLETED, FAILED, NEVER ENDED, WAS
000220* REFUSED OR NEVER RAN, WHEN IT LAST STARTED AND ENDED, HOW LONG
000230* IT TOOK, ITS RETURN CODE, HOW MANY TIMES IT WAS STARTED, AND
000240* THE KEY COUNTS IT LOGGED.  THE LAST LINE NAMES THE STEP TO
000250* RESTART FROM, SO THE MORNING SHIFT DOES NOT HAVE TO WORK IT OUT
000260* FROM THE JOB LOGS.
000270*
000280* THE PARM IS THE BUSINESS DATE TO REPORT, YYYYMMDD.  WITH NO
000290* PARM THE LATEST WINDOW ON THE LOG IS REPORTED - THE BUSINESS
000300* DATE OF THE LAST USRLOAD TO LOG - AND IF THAT WINDOW IS OLDER
000310* THAN YESTERDAY THE REPORT SAYS SO: LAST NIGHT'S USRLOAD NEVER
000320* OPENED A WINDOW AT ALL.
000330*
000340* THE USRSIG POSTING STEP (USRSIG2) IS SHOWN BUT IS OPTIONAL -
000350* A NIGHT WITH NOTHING DUE NEVER RUNS IT, AND NOTHING WAITS ON
000360* IT.  ONCE IT HAS RUN, IT MUST HAVE COMPLETED LIKE ANY OTHER.
000370*
000380* RC 0 - EVERY STEP COMPLETE.  RC 4 - SOMETHING IS NOT.  RC 16 -
000390* A BAD PARM OR THE LOG COULD NOT BE READ.
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440*    OPTIONAL - A LOG THAT WAS NEVER CREATED IS A WINDOW THAT
000450*    NEVER OPENED, AND IS REPORTED AS ONE.
000460     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-USERRCTL-STATUS.

000490     SELECT USRWIN    ASSIGN TO "USRWIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-USRWIN-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  USERRCTL
000550     LABEL RECORDS ARE STANDARD.
000560 01  RCL-LINE                            PIC X(130).

000570 FD  USRWIN
000580     LABEL RECORDS ARE STANDARD.
000590 01  WIN-LINE                            PIC X(80).

000600 WORKING-STORAGE SECTION.
000610 01  WS-PROGRAM-NAME                     PIC X(15)
000620                                         VALUE "USRWIN".

000630 01  WS-RCL.
000640     COPY USERRCL.

000650 01  WS-FILE-STATUSES.
000660     05  WS-USERRCTL-STATUS              PIC X(02).
000670     05  WS-USRWIN-STATUS                PIC X(02).

000680 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
000690     88  WS-NO-MORE-RCL                   VALUE "Y".
000700 77  WS-PARM-SW                          PIC X(01) VALUE "N".
000710     88  WS-DATE-FROM-PARM                VALUE "Y".
000720 77  WS-STALE-SW                         PIC X(01) VALUE "N".
000730     88  WS-WINDOW-STALE                  VALUE "Y".

000740*    THE NIGHTLY STEPS IN RUN ORDER - THE ORDER THE REPORT LISTS
000750*    THEM AND THE ORDER THE RESTART POINT IS LOOKED FOR IN.  KIND
000760*    O IS A STEP THAT DOES NOT RUN EVERY NIGHT.
000770 01  WS-STEP-NAMES.
000780     05  FILLER                          PIC X(09)
000790                                         VALUE "USRSIG2 O".
000800     05  FILLER                          PIC X(09)
000810                                         VALUE "USRLOAD R".
000820     05  FILLER                          PIC X(09)
000830                                         VALUE "USRRCN  R".
000840     05  FILLER                          PIC X(09)
000850                                         VALUE "USRSNP  R".
000860     05  FILLER                          PIC X(09)
000870                                         VALUE "USRCMP  R".
000880     05  FILLER                          PIC X(09)
000890                                         VALUE "USRXTR  R".
000900     05  FILLER                          PIC X(09)
000910                                         VALUE "USRRPT  R".
000920     05  FILLER                          PIC X(09)
000930                                         VALUE "USRAGE  R".
000932     05  FILLER                          PIC X(09)
000934                                         VALUE "USRHAG  R".
000940     05  FILLER                          PIC X(09)
000950                                         VALUE "USROPR  R".
000960 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
000970     05  WS-STEP-ENTRY OCCURS 10 TIMES.
000980         10  ST-NAME                     PIC X(08).
000990         10  ST-KIND                     PIC X(01).
001000             88  ST-OPTIONAL             VALUE "O".

001010*    WHAT THE LOG SAID ABOUT EACH STEP FOR THE BUSINESS DATE.
001020*    THE TIMES, RETURN CODE AND COUNTS ARE THE LAST ONES LOGGED.
001030 01  WS-STEP-STATE.
001040     05  WS-STATE-ENTRY OCCURS 10 TIMES.
001050         10  SS-STARTS                   PIC 9(03) COMP.
001060         10  SS-START-DATE               PIC 9(08).
001070         10  SS-START-TIME               PIC 9(08).
001080         10  SS-END-DATE                 PIC 9(08).
001090         10  SS-END-TIME                 PIC 9(08).
001100         10  SS-RC                       PIC 9(04).
001110         10  SS-LAST-EVENT               PIC X(01).
001120         10  SS-CLEAN-SW                 PIC X(01).
001130             88  SS-ENDED-CLEAN          VALUE "Y".
001140         10  SS-REFUSED-SW               PIC X(01).
001150             88  SS-WAS-REFUSED          VALUE "Y".
001160         10  SS-NOTE                     PIC X(30).
001170         10  SS-STATUS                   PIC X(10).
001180             88  SS-COMPLETE             VALUE "COMPLETE".
001190             88  SS-NOT-RUN              VALUE "NOT RUN".
001200         10  SS-COUNTS OCCURS 3 TIMES.
001210             15  SS-COUNT-LABEL          PIC X(10).
001220             15  SS-COUNT                PIC 9(09).

001230 77  WS-STEP-IX                          PIC 9(02) COMP
001240                                         VALUE ZERO.
001250 77  WS-STEP-AT                          PIC 9(02) COMP
001260                                         VALUE ZERO.
001270 77  WS-COUNT-IX                         PIC 9(01) COMP
001280                                         VALUE ZERO.
001290 77  WS-OPEN-STEPS                       PIC 9(02) COMP
001300                                         VALUE ZERO.

001310 01  WS-RUN-DATE                         PIC 9(08).
001320 01  WS-WINDOW-DATE                      PIC 9(08) VALUE ZERO.
001330 01  WS-PARM-TEXT                        PIC X(08).
001340 01  WS-PARM-DATE REDEFINES WS-PARM-TEXT PIC 9(08).
001350 01  WS-TODAY-INT                        PIC 9(08) COMP.
001360 01  WS-WINDOW-INT                       PIC 9(08) COMP.
001370 01  WS-RESTART-STEP                     PIC X(08) VALUE SPACES.
001380 01  WS-RESTART-STATUS                   PIC X(10) VALUE SPACES.

001390*    ELAPSED TIME - BOTH ENDS TURNED INTO SECONDS, WITH WHOLE DAYS
001400*    ADDED FOR A STEP THAT RAN OVER MIDNIGHT.
001410 01  WS-TIME-IN                          PIC 9(08).
001420 01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
001430     05  WS-TIME-HH                      PIC 9(02).
001440     05  WS-TIME-MM                      PIC 9(02).
001450     05  WS-TIME-SS                      PIC 9(02).
001460     05  WS-TIME-CC                      PIC 9(02).
001470 01  WS-TIME-OUT.
001480     05  WS-OUT-HH                       PIC 9(02).
001490     05  FILLER                          PIC X(01) VALUE ":".
001500     05  WS-OUT-MM                       PIC 9(02).
001510     05  FILLER                          PIC X(01) VALUE ":".
001520     05  WS-OUT-SS                       PIC 9(02).
001530 01  WS-START-SECS                       PIC S9(09) COMP.
001540 01  WS-END-SECS                         PIC S9(09) COMP.
001550 01  WS-ELAPSED-SECS                     PIC S9(09) COMP.
001560 01  WS-ELAPSED-MINS                     PIC S9(09) COMP.
001570 01  WS-ELAPSED-HRS                      PIC S9(09) COMP.
001580 01  WS-ELAPSED-REM                      PIC S9(09) COMP.
001590 01  WS-START-INT                        PIC 9(08) COMP.
001600 01  WS-END-INT                          PIC 9(08) COMP.

001610 01  WS-HEAD-LINE-1.
001620     05  FILLER                          PIC X(38)
001630         VALUE "NIGHTLY BATCH WINDOW  -  BUSINESS DATE".
001640     05  FILLER                          PIC X(01) VALUE SPACE.
001650     05  WH1-WINDOW-DATE                 PIC 9(08).
001660     05  FILLER                          PIC X(06) VALUE "  RUN ".
001670     05  WH1-RUN-DATE                    PIC 9(08).
001680     05  FILLER                          PIC X(19) VALUE SPACES.

001690 01  WS-HEAD-LINE-2.
001700     05  FILLER                          PIC X(40)
001710         VALUE "STEP      STATUS      START     END     ".
001720     05  FILLER                          PIC X(40)
001730         VALUE "  ELAPSED     RC  RUNS                  ".

001740 01  WS-DETAIL-LINE.
001750     05  DL-STEP                         PIC X(08).
001760     05  FILLER                          PIC X(02) VALUE SPACES.
001770     05  DL-STATUS                       PIC X(10).
001780     05  FILLER                          PIC X(02) VALUE SPACES.
001790     05  DL-START                        PIC X(08).
001800     05  FILLER                          PIC X(02) VALUE SPACES.
001810     05  DL-END                          PIC X(08).
001820     05  FILLER                          PIC X(02) VALUE SPACES.
001830     05  DL-ELAPSED                      PIC X(08).
001840     05  FILLER                          PIC X(02) VALUE SPACES.
001850     05  DL-RC                           PIC ZZZ9.
001855     05  DL-RC-X REDEFINES DL-RC         PIC X(04).
001860     05  FILLER                          PIC X(02) VALUE SPACES.
001870     05  DL-RUNS                         PIC ZZ9.
001880     05  FILLER                          PIC X(19) VALUE SPACES.

001890*    THE KEY COUNTS THE STEP LOGGED WITH ITS LAST END, UNDER ITS
001900*    OWN LABELS.
001910 01  WS-COUNT-LINE.
001920     05  FILLER                          PIC X(10) VALUE SPACES.
001930     05  CL-ENTRY OCCURS 3 TIMES.
001940         10  CL-LABEL                    PIC X(10).
001950         10  CL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
001960         10  CL-GAP                      PIC X(02).
001970     05  FILLER                          PIC X(01) VALUE SPACES.

001980 01  WS-NOTE-LINE.
001990     05  FILLER                          PIC X(10) VALUE SPACES.
002000     05  FILLER                          PIC X(10)
002010         VALUE "REFUSED - ".
002020     05  NL-NOTE                         PIC X(30).
002030     05  FILLER                          PIC X(30) VALUE SPACES.

002040 01  WS-NO-WINDOW-LINE.
002050     05  FILLER                          PIC X(40)
002060         VALUE "NO USRLOAD ON THE RUN-CONTROL LOG FOR TH".
002070     05  FILLER                          PIC X(40)
002080         VALUE "IS DATE - NO BATCH WINDOW WAS OPENED    ".

002090 01  WS-STALE-LINE.
002100     05  FILLER                          PIC X(34)
002110         VALUE "NO BATCH WINDOW HAS OPENED SINCE ".
002120     05  SL-WINDOW-DATE                  PIC 9(08).
002130     05  FILLER                          PIC X(38)
002140         VALUE " - LAST NIGHT'S USRLOAD NEVER LOGGED".

002150 01  WS-RESTART-LINE.
002160     05  FILLER                          PIC X(11)
002170         VALUE "RESTART AT ".
002180     05  RL-STEP                         PIC X(08).
002190     05  FILLER                          PIC X(03) VALUE " - ".
002200     05  RL-STATUS                       PIC X(10).
002210     05  FILLER                          PIC X(48) VALUE SPACES.

002220 01  WS-ALL-DONE-LINE.
002230     05  FILLER                          PIC X(40)
002240         VALUE "ALL NIGHTLY STEPS COMPLETE              ".
002250     05  FILLER                          PIC X(40) VALUE SPACES.

002260 LINKAGE SECTION.
002270 01  RUNPARM-AREA.
002280     05  RUNPARM-LEN                     PIC S9(4) COMP.
002290     05  RUNPARM-DATE                    PIC X(08).

002300 PROCEDURE DIVISION USING RUNPARM-AREA.

002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     IF RETURN-CODE = ZERO
002340         PERFORM 2000-LOAD-WINDOW THRU 2000-EXIT
002350     END-IF.
002360     IF RETURN-CODE = ZERO
002370         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
002380         PERFORM 8000-TERMINATE THRU 8000-EXIT
002390     END-IF.
002400     GOBACK.

002410*----------------------------------------------------------
002420* 1000-INITIALIZE - DECODE THE PARM, FIND THE LATEST WINDOW IF
002430* NONE WAS ASKED FOR, AND OPEN THE REPORT.
002440*----------------------------------------------------------
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     INITIALIZE WS-STEP-STATE.

002480     EVALUATE RUNPARM-LEN
002490         WHEN 0
002500             CONTINUE
002510         WHEN 8
002520             MOVE RUNPARM-DATE TO WS-PARM-TEXT
002530             IF WS-PARM-TEXT IS NOT NUMERIC
002540                 DISPLAY "USRWIN: BUSINESS DATE IS NOT 8 DIGITS"
002550                 MOVE 16 TO RETURN-CODE
002560                 GO TO 1000-EXIT
002570             END-IF
002580             MOVE WS-PARM-DATE TO WS-WINDOW-DATE
002590             SET WS-DATE-FROM-PARM TO TRUE
002600         WHEN OTHER
002610             DISPLAY "USRWIN: PARM MUST BE A BUSINESS DATE "
002620                 "YYYYMMDD, OR NONE FOR THE LATEST WINDOW"
002630             MOVE 16 TO RETURN-CODE
002640             GO TO 1000-EXIT
002650     END-EVALUATE.

002660     IF NOT WS-DATE-FROM-PARM
002670         PERFORM 1100-FIND-WINDOW THRU 1100-EXIT
002680         IF RETURN-CODE NOT = ZERO
002690             GO TO 1000-EXIT
002700         END-IF
002710     END-IF.

002720     OPEN OUTPUT USRWIN.
002730     IF WS-USRWIN-STATUS NOT = "00"
002740         DISPLAY "USRWIN: UNABLE TO OPEN USRWIN, STATUS = "
002750             WS-USRWIN-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 1000-EXIT
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.

002810*----------------------------------------------------------
002820* 1100-FIND-WINDOW - THE LATEST WINDOW IS THE BUSINESS DATE OF
002830* THE LAST USRLOAD RECORD ON THE LOG, THE SAME WINDOW THE
002840* NIGHTLY STEPS THEMSELVES LOG UNDER.
002850*----------------------------------------------------------
002860 1100-FIND-WINDOW.
002870     PERFORM 1200-OPEN-LOG THRU 1200-EXIT.
002880     IF RETURN-CODE NOT = ZERO
002890         GO TO 1100-EXIT
002900     END-IF.
002910     PERFORM 1110-READ-FOR-WINDOW THRU 1110-EXIT
002920         UNTIL WS-NO-MORE-RCL.
002930     CLOSE USERRCTL.
002940     MOVE "N" TO WS-RCL-EOF-SW.
002950 1100-EXIT.
002960     EXIT.

002970 1110-READ-FOR-WINDOW.
002980     READ USERRCTL INTO WS-RCL
002990         AT END
003000             SET WS-NO-MORE-RCL TO TRUE
003010         NOT AT END
003020             IF RCL-STEP = "USRLOAD"
003030                 MOVE RCL-BUS-DATE TO WS-WINDOW-DATE
003040             END-IF
003050     END-READ.
003060 1110-EXIT.
003070     EXIT.

003080*----------------------------------------------------------
003090* 1200-OPEN-LOG - A LOG NOT YET CREATED READS AS EMPTY.
003100*----------------------------------------------------------
003110 1200-OPEN-LOG.
003120     OPEN INPUT USERRCTL.
003130     IF WS-USERRCTL-STATUS NOT = "00" AND
003140         WS-USERRCTL-STATUS NOT = "05"
003150         DISPLAY "USRWIN: UNABLE TO OPEN USERRCTL, STATUS = "
003160             WS-USERRCTL-STATUS
003170         MOVE 16 TO RETURN-CODE
003180     END-IF.
003190 1200-EXIT.
003200     EXIT.

003210*----------------------------------------------------------
003220* 2000-LOAD-WINDOW - READ THE LOG AGAIN AND POST EVERY EVENT
003230* FOR THE BUSINESS DATE AGAINST ITS STEP.
003240*----------------------------------------------------------
003250 2000-LOAD-WINDOW.
003260     IF WS-WINDOW-DATE = ZERO
003270         GO TO 2000-EXIT
003280     END-IF.
003290     PERFORM 1200-OPEN-LOG THRU 1200-EXIT.
003300     IF RETURN-CODE NOT = ZERO
003310         GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 2100-READ-EVENT THRU 2100-EXIT
003340         UNTIL WS-NO-MORE-RCL.
003350     CLOSE USERRCTL.
003360 2000-EXIT.
003370     EXIT.

003380 2100-READ-EVENT.
003390     READ USERRCTL INTO WS-RCL
003400         AT END
003410             SET WS-NO-MORE-RCL TO TRUE
003420         NOT AT END
003430             PERFORM 2200-POST-EVENT THRU 2200-EXIT
003440     END-READ.
003450 2100-EXIT.
003460     EXIT.

003470*----------------------------------------------------------
003480* 2200-POST-EVENT - A STEP NOT IN THE TABLE IS NOT PART OF THE
003490* NIGHTLY WINDOW AND IS PASSED OVER.  A CLEAN END IS NEVER
003500* UNDONE - A LATER REFUSAL OF A REPEAT RUN DOES NOT MAKE THE
003510* STEP ANY LESS COMPLETE.
003520*----------------------------------------------------------
003530 2200-POST-EVENT.
003540     IF RCL-BUS-DATE NOT = WS-WINDOW-DATE
003550         GO TO 2200-EXIT
003560     END-IF.
003570     MOVE ZERO TO WS-STEP-AT.
003580     PERFORM 2210-CHECK-STEP-SLOT THRU 2210-EXIT
003590         VARYING WS-STEP-IX FROM 1 BY 1
003600         UNTIL WS-STEP-IX > 10
003610             OR WS-STEP-AT > ZERO.
003620     IF WS-STEP-AT = ZERO
003630         GO TO 2200-EXIT
003640     END-IF.

003650     EVALUATE TRUE
003660         WHEN RCL-STARTED
003670             ADD 1 TO SS-STARTS (WS-STEP-AT)
003680             MOVE RCL-EVENT-DATE TO SS-START-DATE (WS-STEP-AT)
003690             MOVE RCL-EVENT-TIME TO SS-START-TIME (WS-STEP-AT)
003700             MOVE RCL-EVENT TO SS-LAST-EVENT (WS-STEP-AT)
003710         WHEN RCL-ENDED
003720             MOVE RCL-EVENT-DATE TO SS-END-DATE (WS-STEP-AT)
003730             MOVE RCL-EVENT-TIME TO SS-END-TIME (WS-STEP-AT)
003740             MOVE RCL-RETURN-CODE TO SS-RC (WS-STEP-AT)
003750             MOVE RCL-EVENT TO SS-LAST-EVENT (WS-STEP-AT)
003760             PERFORM 2220-POST-COUNT THRU 2220-EXIT
003770                 VARYING WS-COUNT-IX FROM 1 BY 1
003780                 UNTIL WS-COUNT-IX > 3
003790             IF RCL-ENDED-CLEAN
003800                 MOVE "Y" TO SS-CLEAN-SW (WS-STEP-AT)
003810             END-IF
003820         WHEN RCL-REFUSED
003830             MOVE "Y" TO SS-REFUSED-SW (WS-STEP-AT)
003840             MOVE RCL-NOTE TO SS-NOTE (WS-STEP-AT)
003850     END-EVALUATE.
003860 2200-EXIT.
003870     EXIT.

003880 2210-CHECK-STEP-SLOT.
003890     IF ST-NAME (WS-STEP-IX) = RCL-STEP
003900         MOVE WS-STEP-IX TO WS-STEP-AT
003910     END-IF.
003920 2210-EXIT.
003930     EXIT.

003940 2220-POST-COUNT.
003950     MOVE RCL-COUNT-LABEL (WS-COUNT-IX)
003960         TO SS-COUNT-LABEL (WS-STEP-AT, WS-COUNT-IX).
003970     MOVE RCL-COUNT (WS-COUNT-IX)
003980         TO SS-COUNT (WS-STEP-AT, WS-COUNT-IX).
003990 2220-EXIT.
004000     EXIT.

004010*----------------------------------------------------------
004020* 3000-WRITE-REPORT - ONE LINE PER STEP IN RUN ORDER, THEN THE
004030* RESTART POINT.
004040*----------------------------------------------------------
004050 3000-WRITE-REPORT.
004060     MOVE WS-WINDOW-DATE TO WH1-WINDOW-DATE.
004070     MOVE WS-RUN-DATE TO WH1-RUN-DATE.
004080     WRITE WIN-LINE FROM WS-HEAD-LINE-1.
004090     MOVE SPACES TO WIN-LINE.
004100     WRITE WIN-LINE.

004110     IF WS-WINDOW-DATE = ZERO
004120         WRITE WIN-LINE FROM WS-NO-WINDOW-LINE
004130         MOVE "USRLOAD" TO WS-RESTART-STEP
004140         MOVE "NOT RUN" TO WS-RESTART-STATUS
004150         PERFORM 3300-WRITE-FOOTER THRU 3300-EXIT
004160         GO TO 3000-EXIT
004170     END-IF.

004180     WRITE WIN-LINE FROM WS-HEAD-LINE-2.
004190     MOVE SPACES TO WIN-LINE.
004200     WRITE WIN-LINE.
004210     PERFORM 3100-WRITE-STEP THRU 3100-EXIT
004220         VARYING WS-STEP-IX FROM 1 BY 1
004230         UNTIL WS-STEP-IX > 10.

004240*    THE RESTART POINT IS THE FIRST STEP IN RUN ORDER THAT IS
004250*    NOT COMPLETE - EVERY STEP AFTER IT IS EITHER WAITING ON IT
004260*    OR CAN BE RUN ONCE IT IS.
004270     PERFORM 3200-CHECK-RESTART THRU 3200-EXIT
004280         VARYING WS-STEP-IX FROM 1 BY 1
004290         UNTIL WS-STEP-IX > 10.

004300*    A WINDOW OLDER THAN YESTERDAY MEANS LAST NIGHT NEVER
004310*    STARTED - THE WHOLE NIGHT IS OUTSTANDING FROM USRLOAD ON,
004320*    WHATEVER STATE THE OLD WINDOW WAS LEFT IN.
004330     IF NOT WS-DATE-FROM-PARM
004340         COMPUTE WS-TODAY-INT =
004350             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
004360         COMPUTE WS-WINDOW-INT =
004370             FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE)
004380         IF WS-TODAY-INT - WS-WINDOW-INT > 1
004390             SET WS-WINDOW-STALE TO TRUE
004400             MOVE SPACES TO WIN-LINE
004410             WRITE WIN-LINE
004420             MOVE WS-WINDOW-DATE TO SL-WINDOW-DATE
004430             WRITE WIN-LINE FROM WS-STALE-LINE
004440             MOVE "USRLOAD" TO WS-RESTART-STEP
004450             MOVE "NOT RUN" TO WS-RESTART-STATUS
004460         END-IF
004470     END-IF.

004480     PERFORM 3300-WRITE-FOOTER THRU 3300-EXIT.
004490 3000-EXIT.
004500     EXIT.

004510*----------------------------------------------------------
004520* 3300-WRITE-FOOTER - THE STEP TO RESTART FROM, OR THAT THE
004530* WHOLE NIGHT IS DONE.
004540*----------------------------------------------------------
004550 3300-WRITE-FOOTER.
004560     MOVE SPACES TO WIN-LINE.
004570     WRITE WIN-LINE.
004580     IF WS-RESTART-STEP = SPACES
004590         WRITE WIN-LINE FROM WS-ALL-DONE-LINE
004600     ELSE
004610         MOVE WS-RESTART-STEP TO RL-STEP
004620         MOVE WS-RESTART-STATUS TO RL-STATUS
004630         WRITE WIN-LINE FROM WS-RESTART-LINE
004640         MOVE 4 TO RETURN-CODE
004650     END-IF.
004660 3300-EXIT.
004670     EXIT.

004680*----------------------------------------------------------
004690* 3100-WRITE-STEP - WORK OUT THE STEP'S STATUS AND PRINT IT,
004700* WITH ITS COUNTS ONCE IT HAS LOGGED AN END AND THE REASON IT
004710* WAS REFUSED IF THAT IS ALL IT DID.
004720*----------------------------------------------------------
004730 3100-WRITE-STEP.
004740     PERFORM 3110-SET-STATUS THRU 3110-EXIT.

004750     MOVE SPACES TO DL-START, DL-END, DL-ELAPSED.
004760     MOVE ST-NAME (WS-STEP-IX) TO DL-STEP.
004770     MOVE SS-STATUS (WS-STEP-IX) TO DL-STATUS.
004780     MOVE SS-RC (WS-STEP-IX) TO DL-RC.
004790     MOVE SS-STARTS (WS-STEP-IX) TO DL-RUNS.
004800     IF SS-STARTS (WS-STEP-IX) > ZERO
004810         MOVE SS-START-TIME (WS-STEP-IX) TO WS-TIME-IN
004820         PERFORM 3130-FORMAT-TIME THRU 3130-EXIT
004830         MOVE WS-TIME-OUT TO DL-START
004840     END-IF.
004850     IF SS-LAST-EVENT (WS-STEP-IX) = "E"
004860         MOVE SS-END-TIME (WS-STEP-IX) TO WS-TIME-IN
004870         PERFORM 3130-FORMAT-TIME THRU 3130-EXIT
004880         MOVE WS-TIME-OUT TO DL-END
004890         PERFORM 3120-ELAPSED THRU 3120-EXIT
004900     END-IF.
004910     IF SS-LAST-EVENT (WS-STEP-IX) NOT = "E"
004920         MOVE SPACES TO DL-RC-X
004930     END-IF.
004940     WRITE WIN-LINE FROM WS-DETAIL-LINE.

004950     IF SS-END-DATE (WS-STEP-IX) NOT = ZERO
004960         MOVE SPACES TO WS-COUNT-LINE
004970         PERFORM 3140-FORMAT-COUNT THRU 3140-EXIT
004980             VARYING WS-COUNT-IX FROM 1 BY 1
004990             UNTIL WS-COUNT-IX > 3
005000         WRITE WIN-LINE FROM WS-COUNT-LINE
005010     END-IF.

005020     IF SS-STATUS (WS-STEP-IX) = "REFUSED"
005030         MOVE SS-NOTE (WS-STEP-IX) TO NL-NOTE
005040         WRITE WIN-LINE FROM WS-NOTE-LINE
005050     END-IF.
005060 3100-EXIT.
005070     EXIT.

005080*----------------------------------------------------------
005090* 3110-SET-STATUS - A CLEAN END IS COMPLETE, WHATEVER CAME
005100* BEFORE IT.  OTHERWISE THE LAST START OR END DECIDES: AN END
005110* THAT WAS NOT CLEAN FAILED, A START WITH NOTHING AFTER IT NEVER
005120* ENDED.  A STEP THAT ONLY EVER REFUSED WAS REFUSED.
005130*----------------------------------------------------------
005140 3110-SET-STATUS.
005150     EVALUATE TRUE
005160         WHEN SS-ENDED-CLEAN (WS-STEP-IX)
005170             MOVE "COMPLETE" TO SS-STATUS (WS-STEP-IX)
005180         WHEN SS-LAST-EVENT (WS-STEP-IX) = "E"
005190             MOVE "FAILED" TO SS-STATUS (WS-STEP-IX)
005200         WHEN SS-LAST-EVENT (WS-STEP-IX) = "S"
005210             MOVE "NO END" TO SS-STATUS (WS-STEP-IX)
005220         WHEN SS-WAS-REFUSED (WS-STEP-IX)
005230             MOVE "REFUSED" TO SS-STATUS (WS-STEP-IX)
005240         WHEN OTHER
005250             MOVE "NOT RUN" TO SS-STATUS (WS-STEP-IX)
005260     END-EVALUATE.
005270 3110-EXIT.
005280     EXIT.

005290*----------------------------------------------------------
005300* 3120-ELAPSED - LAST START TO LAST END, HH:MM:SS.
005310*----------------------------------------------------------
005320 3120-ELAPSED.
005330     IF SS-START-DATE (WS-STEP-IX) = ZERO
005340         GO TO 3120-EXIT
005350     END-IF.
005360     MOVE SS-START-TIME (WS-STEP-IX) TO WS-TIME-IN.
005370     COMPUTE WS-START-SECS = WS-TIME-HH * 3600
005380         + WS-TIME-MM * 60 + WS-TIME-SS.
005390     MOVE SS-END-TIME (WS-STEP-IX) TO WS-TIME-IN.
005400     COMPUTE WS-END-SECS = WS-TIME-HH * 3600
005410         + WS-TIME-MM * 60 + WS-TIME-SS.
005420     COMPUTE WS-START-INT =
005430         FUNCTION INTEGER-OF-DATE(SS-START-DATE (WS-STEP-IX)).
005440     COMPUTE WS-END-INT =
005450         FUNCTION INTEGER-OF-DATE(SS-END-DATE (WS-STEP-IX)).
005460     COMPUTE WS-ELAPSED-SECS =
005470         (WS-END-INT - WS-START-INT) * 86400
005480         + WS-END-SECS - WS-START-SECS.
005490     IF WS-ELAPSED-SECS < ZERO
005500         GO TO 3120-EXIT
005510     END-IF.
005520     IF WS-ELAPSED-SECS > 359999
005530         MOVE 359999 TO WS-ELAPSED-SECS
005540     END-IF.

005550     DIVIDE WS-ELAPSED-SECS BY 60
005560         GIVING WS-ELAPSED-MINS REMAINDER WS-ELAPSED-REM.
005570     MOVE WS-ELAPSED-REM TO WS-OUT-SS.
005580     DIVIDE WS-ELAPSED-MINS BY 60
005590         GIVING WS-ELAPSED-HRS REMAINDER WS-ELAPSED-REM.
005600     MOVE WS-ELAPSED-REM TO WS-OUT-MM.
005610     MOVE WS-ELAPSED-HRS TO WS-OUT-HH.
005620     MOVE WS-TIME-OUT TO DL-ELAPSED.
005630 3120-EXIT.
005640     EXIT.

005650 3130-FORMAT-TIME.
005660     MOVE WS-TIME-HH TO WS-OUT-HH.
005670     MOVE WS-TIME-MM TO WS-OUT-MM.
005680     MOVE WS-TIME-SS TO WS-OUT-SS.
005690 3130-EXIT.
005700     EXIT.

005710 3140-FORMAT-COUNT.
005720     IF SS-COUNT-LABEL (WS-STEP-IX, WS-COUNT-IX) NOT = SPACES
005730         MOVE SS-COUNT-LABEL (WS-STEP-IX, WS-COUNT-IX)
005740             TO CL-LABEL (WS-COUNT-IX)
005750         MOVE SS-COUNT (WS-STEP-IX, WS-COUNT-IX)
005760             TO CL-COUNT (WS-COUNT-IX)
005770     END-IF.
005780 3140-EXIT.
005790     EXIT.

005800*----------------------------------------------------------
005810* 3200-CHECK-RESTART - AN OPTIONAL STEP THAT NEVER RAN IS NOT
005820* OUTSTANDING; ANY OTHER STEP SHORT OF COMPLETE IS, AND THE
005830* FIRST ONE FOUND IS WHERE THE NIGHT PICKS UP.
005840*----------------------------------------------------------
005850 3200-CHECK-RESTART.
005860     IF SS-COMPLETE (WS-STEP-IX)
005870         GO TO 3200-EXIT
005880     END-IF.
005890     IF ST-OPTIONAL (WS-STEP-IX) AND SS-NOT-RUN (WS-STEP-IX)
005900         GO TO 3200-EXIT
005910     END-IF.
005920     ADD 1 TO WS-OPEN-STEPS.
005930     IF WS-RESTART-STEP = SPACES
005940         MOVE ST-NAME (WS-STEP-IX) TO WS-RESTART-STEP
005950         MOVE SS-STATUS (WS-STEP-IX) TO WS-RESTART-STATUS
005960     END-IF.
005970 3200-EXIT.
005980     EXIT.

005990*----------------------------------------------------------
006000* 8000-TERMINATE - CLOSE THE REPORT AND LOG THE OUTCOME.
006010*----------------------------------------------------------
006020 8000-TERMINATE.
006030     CLOSE USRWIN.
006040     DISPLAY "USRWIN: BUSINESS DATE       = " WS-WINDOW-DATE.
006050     IF WS-RESTART-STEP = SPACES
006060         DISPLAY "USRWIN: ALL NIGHTLY STEPS COMPLETE"
006070     ELSE
006080         DISPLAY "USRWIN: RESTART AT          = " WS-RESTART-STEP
006090     END-IF.
006100     IF WS-WINDOW-STALE
006110         DISPLAY "USRWIN: NO WINDOW OPENED SINCE THE ONE REPORTED"
006120     ELSE
006130         DISPLAY "USRWIN: STEPS NOT COMPLETE  = " WS-OPEN-STEPS
006140     END-IF.
006150 8000-EXIT.
006160     EXIT.
006170 END PROGRAM USRWIN.
