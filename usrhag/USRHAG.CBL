000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRHAG.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRHAG - DAILY HOLD AGING REPORT.
000180*
000190* LISTS EVERY ACCOUNT ON HOLD (USER-STATUS H) WITH THE REASON IT
000200* WAS PUT THERE, THE DAY IT WENT ON HOLD, HOW MANY DAYS IT HAS
000210* BEEN HELD, WHO PUT IT THERE, AND THE BALANCE TIED UP IN IT.
000220* THE REASON COMES OFF THE ACCOUNT'S USERHOLD RECORD (SEE
000230* USERHLD).  THE REPORT IS IN THREE SECTIONS, EACH STARTING ON
000240* ITS OWN, SO EACH CAN GO TO THE DESK THAT WORKS IT:
000250*
000260*     BILLING HOLDS     - FAILED CHARGES, FOR COLLECTIONS
000270*     COMPLIANCE HOLDS  - OVERRIDES AND OVER-LIMIT ACCOUNTS, FOR
000280*                         ACCOUNT SERVICES
000290*     NO REASON ON FILE - HELD ON THE MASTER WITH NO OPEN USERHOLD
000300*                         RECORD (A HOLD PLACED BEFORE USERHOLD
000310*                         EXISTED, OR BY A JOB THAT DOES NOT
000320*                         RECORD ONE) - TO BE RESEARCHED BY
000330*                         ACCOUNT SERVICES
000340*
000350* WITHIN A SECTION THE ACCOUNTS ARE GROUPED BY REASON, LONGEST
000360* HELD FIRST, WITH A COUNT AND BALANCE FOR EACH REASON AND EACH
000370* SECTION AND A GRAND TOTAL AT THE END.  THE HOLD NOTE, WHERE
000380* THERE IS ONE, IS PRINTED UNDER THE ACCOUNT.  THE MASTER DRIVES
000390* THE REPORT, SO A USERHOLD RECORD FOR AN ACCOUNT NO LONGER HELD
000400* OR NO LONGER ON FILE IS NOT LISTED.
000410*
000420* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000430* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000440* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000450* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000460* CARRIES THE ACCOUNTS HELD AND HOW MANY HAVE NO REASON ON FILE.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT USERMAST  ASSIGN TO "USERMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS MF-USER-ID
000550         ALTERNATE RECORD KEY IS MF-USER-NAME
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-USERMAST-STATUS.

000580*    OPTIONAL - BEFORE THE FIRST HOLD IS EVER RECORDED THERE IS NO
000590*    FILE, AND EVERY HELD ACCOUNT HAS NO REASON ON FILE.
000600     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS HLD-USER-ID
000640         FILE STATUS IS WS-USERHOLD-STATUS.

000650     SELECT USRHAG    ASSIGN TO "USRHAG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-USRHAG-STATUS.

000680     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000690*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000700*    FIRST STEP EVER RUN CAN CREATE IT.
000710     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-USERRCTL-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  USERMAST
000770     LABEL RECORDS ARE STANDARD.
000780 01  MF-USER-RECORD.
000790     COPY USERREC
000800         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
000810                   ==USER-ID==       BY ==MF-USER-ID==
000820                   ==USER-STATUS==   BY ==MF-USER-STATUS==
000830                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
000840                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
000850                   ==USER-HOLD==     BY ==MF-USER-HOLD==
000860                   ==USER-BAL==      BY ==MF-USER-BAL==
000870                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

000880 FD  USERHOLD
000890     LABEL RECORDS ARE STANDARD.
000900 01  HOLD-RECORD.
000910     COPY USERHLD.

000920 FD  USRHAG
000930     LABEL RECORDS ARE STANDARD.
000940 01  HAG-LINE                            PIC X(80).

000950 FD  USERRCTL
000960     LABEL RECORDS ARE STANDARD.
000970 01  RCL-LINE                            PIC X(130).

000980*    ONE RECORD PER HELD ACCOUNT.  SR-SECTION ORDERS THE SECTIONS:
000990*    1 BILLING, 2 COMPLIANCE, 3 NO REASON ON FILE.
001000 SD  SORT-FILE.
001010 01  SORT-RECORD.
001020     05  SR-SECTION                      PIC 9(01).
001030     05  SR-REASON                       PIC X(12).
001040     05  SR-DAYS                         PIC 9(05).
001050     05  SR-USER-ID                      PIC 9(08).
001060     05  SR-NAME                         PIC X(08).
001070     05  SR-DEPT                         PIC X(04).
001080     05  SR-PLACED-DATE                  PIC 9(08).
001090     05  SR-PLACED-JOB                   PIC X(08).
001100     05  SR-PLACED-OPER                  PIC X(08).
001110     05  SR-BAL                          PIC 9(09)V99.
001120     05  SR-NOTE                         PIC X(40).

001130 WORKING-STORAGE SECTION.
001140 01  WS-PROGRAM-NAME                     PIC X(15)
001150                                         VALUE "USRHAG".

001160 01  WS-USER.
001170     COPY USERREC.

001180 01  WS-FILE-STATUSES.
001190     05  WS-USERMAST-STATUS              PIC X(02).
001200         88  WS-USERMAST-OK               VALUE "00".
001210     05  WS-USERHOLD-STATUS              PIC X(02).
001220     05  WS-USRHAG-STATUS                PIC X(02).
001230     05  WS-USERRCTL-STATUS              PIC X(02).

001240 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001250     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".

001260 77  WS-SORT-EOF-SW                      PIC X(01) VALUE "N".
001270     88  WS-NO-MORE-SORTED                VALUE "Y".

001280 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
001290     88  WS-HOLD-ON-FILE                  VALUE "Y".
001300     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

001310 77  WS-FIRST-SW                         PIC X(01) VALUE "Y".
001320     88  WS-FIRST-RECORD                  VALUE "Y".

001330*    THE RUN'S RETURN CODE IS KEPT HERE AND MOVED TO RETURN-CODE
001340*    AT THE END - THE SORT LEAVES ITS OWN COMPLETION CODE IN
001350*    RETURN-CODE WHEN IT FINISHES.
001360 77  WS-RUN-RC                           PIC 9(02) VALUE ZERO.

001370 01  WS-RUN-DATE                         PIC 9(08).
001380 01  WS-TODAY-INT                        PIC 9(08) COMP.
001390 01  WS-PLACED-INT                       PIC 9(08) COMP.
001400 01  WS-HOLD-DAYS                        PIC S9(05) COMP.

001410*    THE GROUP BEING PRINTED - SECTION, THEN REASON WITHIN IT.
001420 77  WS-SECTION-IX                       PIC 9(01) COMP
001430                                         VALUE ZERO.
001440 01  WS-PREV-REASON                      PIC X(12) VALUE SPACES.

001450 77  WS-READ-COUNT                       PIC 9(07) COMP
001460                                         VALUE ZERO.
001470 77  WS-HELD-COUNT                       PIC 9(07) COMP
001480                                         VALUE ZERO.
001490 77  WS-NO-REASON-COUNT                  PIC 9(07) COMP
001500                                         VALUE ZERO.
001510 77  WS-RSN-COUNT                        PIC 9(07) COMP
001520                                         VALUE ZERO.
001530 77  WS-SEC-COUNT                        PIC 9(07) COMP
001540                                         VALUE ZERO.

001550 77  WS-RSN-BAL                          PIC 9(13)V99
001560                                         VALUE ZERO.
001570 77  WS-SEC-BAL                          PIC 9(13)V99
001580                                         VALUE ZERO.
001590 77  WS-HELD-BAL                         PIC 9(13)V99
001600                                         VALUE ZERO.

001610 01  WS-SECTION-TITLES.
001620     05  FILLER                          PIC X(40)
001630         VALUE "BILLING HOLDS - FOR COLLECTIONS".
001640     05  FILLER                          PIC X(40)
001650         VALUE "COMPLIANCE HOLDS - FOR ACCOUNT SERVICES".
001660     05  FILLER                          PIC X(40)
001670         VALUE "HELD WITH NO REASON ON FILE - RESEARCH".
001680 01  WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
001690     05  WS-SECTION-TITLE OCCURS 3 TIMES PIC X(40).

001700 01  WS-HEAD-LINE-1.
001710     05  FILLER                          PIC X(30)
001720         VALUE "HOLD AGING REPORT  -  RUN ".
001730     05  HH1-RUN-DATE                    PIC 9(08).
001740     05  FILLER                          PIC X(42) VALUE SPACES.

001750 01  WS-SECTION-HEAD.
001760     05  SH-TITLE                        PIC X(40).
001770     05  FILLER                          PIC X(40) VALUE SPACES.

001780 01  WS-REASON-HEAD.
001790     05  FILLER                          PIC X(02) VALUE SPACES.
001800     05  FILLER                          PIC X(08)
001805         VALUE "REASON: ".
001810     05  RH-REASON                       PIC X(12).
001820     05  FILLER                          PIC X(58) VALUE SPACES.

001830 01  WS-COLUMN-HEAD.
001840     05  FILLER                          PIC X(36)
001850         VALUE "    ACCOUNT  NAME     DEPT  PLACED".
001860     05  FILLER                          PIC X(44)
001870         VALUE "  DAYS  PLACED BY                BALANCE".

001880 01  WS-DETAIL-LINE.
001890     05  FILLER                          PIC X(04) VALUE SPACES.
001900     05  DL-USER-ID                      PIC 9(08).
001910     05  FILLER                          PIC X(01) VALUE SPACE.
001920     05  DL-NAME                         PIC X(08).
001930     05  FILLER                          PIC X(01) VALUE SPACE.
001940     05  DL-DEPT                         PIC X(04).
001950     05  FILLER                          PIC X(02) VALUE SPACES.
001960     05  DL-PLACED                       PIC X(08).
001970     05  FILLER                          PIC X(01) VALUE SPACE.
001980     05  DL-DAYS                         PIC ZZZZ9.
001990     05  DL-DAYS-X REDEFINES DL-DAYS     PIC X(05).
002000     05  FILLER                          PIC X(02) VALUE SPACES.
002010     05  DL-PLACED-JOB                   PIC X(08).
002020     05  FILLER                          PIC X(01) VALUE SPACE.
002030     05  DL-PLACED-OPER                  PIC X(08).
002040     05  FILLER                          PIC X(01) VALUE SPACE.
002050     05  DL-BAL                          PIC ZZZ,ZZZ,ZZ9.99.
002060     05  FILLER                          PIC X(04) VALUE SPACES.

002070 01  WS-NOTE-LINE.
002080     05  FILLER                          PIC X(15) VALUE SPACES.
002090     05  FILLER                          PIC X(06) VALUE "NOTE: ".
002100     05  NL-NOTE                         PIC X(40).
002110     05  FILLER                          PIC X(19) VALUE SPACES.

002120 01  WS-TOTAL-LINE.
002130     05  FILLER                          PIC X(04) VALUE SPACES.
002140     05  TL-LABEL                        PIC X(24).
002150     05  TL-COUNT                        PIC Z,ZZZ,ZZ9.
002160     05  FILLER                          PIC X(13)
002170         VALUE " ACCOUNTS   $".
002180     05  TL-BAL                          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002190     05  FILLER                          PIC X(10) VALUE SPACES.

002200*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
002210*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
002220*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
002230 01  WS-RCL.
002240     COPY USERRCL.

002250 01  WS-RCL-STEP                         PIC X(08)
002260                                         VALUE "USRHAG".
002270 01  WS-RCL-PREREQ                       PIC X(08)
002280                                         VALUE "USRLOAD".
002290 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
002300 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
002310 01  WS-RCL-NOTE.
002320     05  RN-TEXT                         PIC X(22) VALUE SPACES.
002330     05  RN-STEP                         PIC X(08) VALUE SPACES.

002340 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
002350     88  WS-NO-MORE-RCL                   VALUE "Y".

002360 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
002370     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

002380 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
002390     88  WS-RCL-ALREADY-DONE              VALUE "Y".

002400 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
002410     88  WS-RCL-START-LOGGED              VALUE "Y".

002420 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
002430     88  WS-RCL-WRITTEN                   VALUE "Y".
002440     88  WS-RCL-NOT-WRITTEN               VALUE "N".

002450 PROCEDURE DIVISION.

002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     IF RETURN-CODE = ZERO
002490         SORT SORT-FILE
002500             ON ASCENDING KEY SR-SECTION, SR-REASON
002510             ON DESCENDING KEY SR-DAYS
002520             ON ASCENDING KEY SR-USER-ID
002530             INPUT PROCEDURE IS 2000-SELECT-HELD
002540                 THRU 2000-EXIT
002550             OUTPUT PROCEDURE IS 3000-WRITE-REPORT
002560                 THRU 3000-EXIT
002570         PERFORM 8000-TERMINATE THRU 8000-EXIT
002580     END-IF.
002590     PERFORM 9300-LOG-END THRU 9300-EXIT.
002600     STOP RUN.

002610*----------------------------------------------------------
002620* 1000-INITIALIZE - CHECK THE RUN CONTROL, THEN OPEN THE MASTER,
002630* THE HOLD REASONS AND THE REPORT.  A MISSING USERHOLD OPENS AS
002640* EMPTY - EVERY HELD ACCOUNT THEN HAS NO REASON ON FILE.
002650*----------------------------------------------------------
002660 1000-INITIALIZE.
002670     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
002680     IF RETURN-CODE NOT = ZERO
002690         GO TO 1000-EXIT
002700     END-IF.

002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     COMPUTE WS-TODAY-INT =
002730         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

002740     OPEN INPUT USERMAST.
002750     IF NOT WS-USERMAST-OK
002760         DISPLAY "USRHAG: UNABLE TO OPEN USERMAST, STATUS = "
002770             WS-USERMAST-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         GO TO 1000-EXIT
002800     END-IF.

002810     OPEN INPUT USERHOLD.
002820     IF WS-USERHOLD-STATUS NOT = "00" AND
002830         WS-USERHOLD-STATUS NOT = "05"
002840         DISPLAY "USRHAG: UNABLE TO OPEN USERHOLD, STATUS = "
002850             WS-USERHOLD-STATUS
002860         MOVE 16 TO RETURN-CODE
002870         GO TO 1000-EXIT
002880     END-IF.

002890     OPEN OUTPUT USRHAG.
002900     IF WS-USRHAG-STATUS NOT = "00"
002910         DISPLAY "USRHAG: UNABLE TO OPEN USRHAG, STATUS = "
002920             WS-USRHAG-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF.

002960     MOVE WS-RUN-DATE TO HH1-RUN-DATE.
002970     WRITE HAG-LINE FROM WS-HEAD-LINE-1.
002980 1000-EXIT.
002990     EXIT.

003000*----------------------------------------------------------
003010* 2000-SELECT-HELD - SORT INPUT: EVERY HELD ACCOUNT ON THE
003020* MASTER, WITH ITS REASON, PLACED DATE, DAYS ON HOLD AND WHO PUT
003030* IT THERE OFF ITS USERHOLD RECORD.
003040*----------------------------------------------------------
003050 2000-SELECT-HELD.
003060     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
003070         UNTIL WS-NO-MORE-MASTER-RECS.
003080 2000-EXIT.
003090     EXIT.

003100 2100-SELECT-ONE.
003110     READ USERMAST INTO WS-USER
003120         AT END
003130             SET WS-NO-MORE-MASTER-RECS TO TRUE
003140             GO TO 2100-EXIT
003150     END-READ.
003160     ADD 1 TO WS-READ-COUNT.
003170     IF NOT USER-HOLD
003180         GO TO 2100-EXIT
003190     END-IF.

003200     MOVE SPACES TO SORT-RECORD.
003210     MOVE USER-ID TO SR-USER-ID.
003220     MOVE USER-NAME TO SR-NAME.
003230     MOVE USER-DEPT TO SR-DEPT.
003240     MOVE USER-BAL TO SR-BAL.
003250     PERFORM 2200-GET-REASON THRU 2200-EXIT.
003260     RELEASE SORT-RECORD.

003270     ADD 1 TO WS-HELD-COUNT.
003280     ADD USER-BAL TO WS-HELD-BAL.
003290 2100-EXIT.
003300     EXIT.

003310*----------------------------------------------------------
003320* 2200-GET-REASON - THE ACCOUNT'S OPEN HOLD RECORD.  NO RECORD,
003330* OR ONE LEFT FROM A HOLD SINCE RELEASED, PUTS THE ACCOUNT IN THE
003340* NO-REASON SECTION WITH NO PLACED DATE OR AGE.  A PLACED DATE
003350* AFTER TODAY COUNTS AS ZERO DAYS.
003360*----------------------------------------------------------
003370 2200-GET-REASON.
003380     SET WS-HOLD-ON-FILE TO TRUE.
003390     MOVE USER-ID TO HLD-USER-ID.
003400     READ USERHOLD
003410         INVALID KEY
003420             SET WS-HOLD-NOT-ON-FILE TO TRUE
003430     END-READ.
003440     IF WS-HOLD-ON-FILE AND NOT HLD-ON-HOLD
003450         SET WS-HOLD-NOT-ON-FILE TO TRUE
003460     END-IF.

003470     IF WS-HOLD-NOT-ON-FILE
003480         MOVE 3 TO SR-SECTION
003490         MOVE "NONE ON FILE" TO SR-REASON
003500         MOVE ZERO TO SR-DAYS
003510         MOVE ZERO TO SR-PLACED-DATE
003520         ADD 1 TO WS-NO-REASON-COUNT
003530         GO TO 2200-EXIT
003540     END-IF.

003550     IF HLD-BILLING
003560         MOVE 1 TO SR-SECTION
003570     ELSE
003580         MOVE 2 TO SR-SECTION
003590     END-IF.
003600     MOVE HLD-REASON TO SR-REASON.
003610     MOVE HLD-PLACED-DATE TO SR-PLACED-DATE.
003620     MOVE HLD-PLACED-JOB TO SR-PLACED-JOB.
003630     MOVE HLD-PLACED-OPER TO SR-PLACED-OPER.
003640     MOVE HLD-NOTE TO SR-NOTE.

003650     MOVE ZERO TO WS-HOLD-DAYS.
003660     IF HLD-PLACED-DATE IS NUMERIC AND HLD-PLACED-DATE > ZERO
003670         COMPUTE WS-PLACED-INT =
003680             FUNCTION INTEGER-OF-DATE(HLD-PLACED-DATE)
003690         IF WS-PLACED-INT > ZERO
003700             AND WS-PLACED-INT < WS-TODAY-INT
003710             COMPUTE WS-HOLD-DAYS = WS-TODAY-INT - WS-PLACED-INT
003720         END-IF
003730     END-IF.
003740     MOVE WS-HOLD-DAYS TO SR-DAYS.
003750 2200-EXIT.
003760     EXIT.

003770*----------------------------------------------------------
003780* 3000-WRITE-REPORT - SORT OUTPUT.  CONTROL BREAK ON SECTION AND
003790* ON REASON WITHIN IT; EVERY SECTION IS PRINTED, EVEN WITH
003800* NOTHING IN IT, SO AN EMPTY DESK CAN SEE IT IS EMPTY.
003810*----------------------------------------------------------
003820 3000-WRITE-REPORT.
003830     PERFORM 3300-GET-SORTED-REC THRU 3300-EXIT.
003840     PERFORM 3100-WRITE-SECTION THRU 3100-EXIT
003850         VARYING WS-SECTION-IX FROM 1 BY 1
003860         UNTIL WS-SECTION-IX > 3.

003870     MOVE SPACES TO HAG-LINE.
003880     WRITE HAG-LINE.
003890     MOVE "ALL ACCOUNTS ON HOLD" TO TL-LABEL.
003900     MOVE WS-HELD-COUNT TO TL-COUNT.
003910     MOVE WS-HELD-BAL TO TL-BAL.
003920     WRITE HAG-LINE FROM WS-TOTAL-LINE.
003930 3000-EXIT.
003940     EXIT.

003950*----------------------------------------------------------
003960* 3100-WRITE-SECTION - ONE SECTION: ITS HEADING, EACH OF ITS
003970* REASONS IN TURN, AND ITS TOTAL.
003980*----------------------------------------------------------
003990 3100-WRITE-SECTION.
004000     MOVE SPACES TO HAG-LINE.
004010     WRITE HAG-LINE.
004020     WRITE HAG-LINE.
004030     MOVE WS-SECTION-TITLE (WS-SECTION-IX) TO SH-TITLE.
004040     WRITE HAG-LINE FROM WS-SECTION-HEAD.
004050     MOVE ZERO TO WS-SEC-COUNT, WS-SEC-BAL.

004060     IF WS-NO-MORE-SORTED OR SR-SECTION NOT = WS-SECTION-IX
004070         MOVE "    NO ACCOUNTS ON HOLD" TO HAG-LINE
004080         WRITE HAG-LINE
004090     END-IF.
004100     PERFORM 3200-WRITE-REASON THRU 3200-EXIT
004110         UNTIL WS-NO-MORE-SORTED
004120             OR SR-SECTION NOT = WS-SECTION-IX.

004130     MOVE SPACES TO HAG-LINE.
004140     WRITE HAG-LINE.
004150     MOVE "SECTION TOTAL" TO TL-LABEL.
004160     MOVE WS-SEC-COUNT TO TL-COUNT.
004170     MOVE WS-SEC-BAL TO TL-BAL.
004180     WRITE HAG-LINE FROM WS-TOTAL-LINE.
004190 3100-EXIT.
004200     EXIT.

004210*----------------------------------------------------------
004220* 3200-WRITE-REASON - ONE REASON WITHIN THE SECTION: ITS
004230* HEADING, ITS ACCOUNTS LONGEST HELD FIRST, AND ITS TOTAL.
004240*----------------------------------------------------------
004250 3200-WRITE-REASON.
004260     MOVE SR-REASON TO WS-PREV-REASON.
004270     MOVE ZERO TO WS-RSN-COUNT, WS-RSN-BAL.
004280     MOVE SPACES TO HAG-LINE.
004290     WRITE HAG-LINE.
004300     MOVE WS-PREV-REASON TO RH-REASON.
004310     WRITE HAG-LINE FROM WS-REASON-HEAD.
004320     WRITE HAG-LINE FROM WS-COLUMN-HEAD.

004330     PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
004340         UNTIL WS-NO-MORE-SORTED
004350             OR SR-SECTION NOT = WS-SECTION-IX
004360             OR SR-REASON NOT = WS-PREV-REASON.

004370     MOVE "REASON TOTAL" TO TL-LABEL.
004380     MOVE WS-RSN-COUNT TO TL-COUNT.
004390     MOVE WS-RSN-BAL TO TL-BAL.
004400     WRITE HAG-LINE FROM WS-TOTAL-LINE.
004410     ADD WS-RSN-COUNT TO WS-SEC-COUNT.
004420     ADD WS-RSN-BAL TO WS-SEC-BAL.
004430 3200-EXIT.
004440     EXIT.

004450 3300-GET-SORTED-REC.
004460     RETURN SORT-FILE
004470         AT END
004480             SET WS-NO-MORE-SORTED TO TRUE
004490     END-RETURN.
004500 3300-EXIT.
004510     EXIT.

004520*----------------------------------------------------------
004530* 3400-WRITE-DETAIL - ONE HELD ACCOUNT, AND ITS NOTE UNDER IT.
004540* AN ACCOUNT WITH NO REASON ON FILE HAS NO PLACED DATE OR AGE TO
004550* SHOW.
004560*----------------------------------------------------------
004570 3400-WRITE-DETAIL.
004580     MOVE SR-USER-ID TO DL-USER-ID.
004590     MOVE SR-NAME TO DL-NAME.
004600     MOVE SR-DEPT TO DL-DEPT.
004610     MOVE SR-PLACED-JOB TO DL-PLACED-JOB.
004620     MOVE SR-PLACED-OPER TO DL-PLACED-OPER.
004630     MOVE SR-BAL TO DL-BAL.
004640     IF SR-PLACED-DATE = ZERO
004650         MOVE "UNKNOWN" TO DL-PLACED
004660         MOVE SPACES TO DL-DAYS-X
004670     ELSE
004680         MOVE SR-PLACED-DATE TO DL-PLACED
004690         MOVE SR-DAYS TO DL-DAYS
004700     END-IF.
004710     WRITE HAG-LINE FROM WS-DETAIL-LINE.
004720     IF SR-NOTE NOT = SPACES
004730         MOVE SR-NOTE TO NL-NOTE
004740         WRITE HAG-LINE FROM WS-NOTE-LINE
004750     END-IF.

004760     ADD 1 TO WS-RSN-COUNT.
004770     ADD SR-BAL TO WS-RSN-BAL.
004780     PERFORM 3300-GET-SORTED-REC THRU 3300-EXIT.
004790 3400-EXIT.
004800     EXIT.

004810*----------------------------------------------------------
004820* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
004830*----------------------------------------------------------
004840 8000-TERMINATE.
004850     CLOSE USERMAST, USERHOLD, USRHAG.
004860     DISPLAY "USRHAG: ACCOUNTS READ      = " WS-READ-COUNT.
004870     DISPLAY "USRHAG: ACCOUNTS ON HOLD   = " WS-HELD-COUNT.
004880     DISPLAY "USRHAG: NO REASON ON FILE  = " WS-NO-REASON-COUNT.
004890     DISPLAY "USRHAG: BALANCE ON HOLD    = " WS-HELD-BAL.
004900     MOVE WS-RUN-RC TO RETURN-CODE.
004910 8000-EXIT.
004920     EXIT.

004930*----------------------------------------------------------
004940* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
004950* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
004960* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
004970* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
004980* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
004990*----------------------------------------------------------
005000 9100-CHECK-RUN-CONTROL.
005010     OPEN INPUT USERRCTL.
005020     IF WS-USERRCTL-STATUS NOT = "00" AND
005030         WS-USERRCTL-STATUS NOT = "05"
005040         DISPLAY "USRHAG: UNABLE TO OPEN USERRCTL, STATUS = "
005050             WS-USERRCTL-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         GO TO 9100-EXIT
005080     END-IF.
005090     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
005100         UNTIL WS-NO-MORE-RCL.
005110     CLOSE USERRCTL.
005120     INITIALIZE WS-RCL.

005130     IF WS-RCL-BUS-DATE = ZERO
005140         DISPLAY "USRHAG: NO USRLOAD ON THE RUN-CONTROL LOG - "
005150             "NOT STARTED"
005160         MOVE 8 TO RETURN-CODE
005170         GO TO 9100-EXIT
005180     END-IF.

005190     IF WS-RCL-ALREADY-DONE
005200         DISPLAY "USRHAG: ALREADY COMPLETED FOR "
005210             WS-RCL-BUS-DATE " - NOT STARTED"
005220         MOVE "ALREADY COMPLETED" TO RN-TEXT
005230         MOVE 8 TO RETURN-CODE
005240     END-IF.
005250     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
005260         DISPLAY "USRHAG: " WS-RCL-PREREQ " HAS NOT ENDED "
005270             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
005280         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
005290         MOVE WS-RCL-PREREQ TO RN-STEP
005300         MOVE 8 TO RETURN-CODE
005310     END-IF.
005320     IF RETURN-CODE NOT = ZERO
005330         MOVE "R" TO WS-RCL-EVENT
005340         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
005350         GO TO 9100-EXIT
005360     END-IF.

005370     MOVE "S" TO WS-RCL-EVENT.
005380     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
005390     IF WS-RCL-NOT-WRITTEN
005400         MOVE 16 TO RETURN-CODE
005410         GO TO 9100-EXIT
005420     END-IF.
005430     SET WS-RCL-START-LOGGED TO TRUE.
005440 9100-EXIT.
005450     EXIT.

005460*----------------------------------------------------------
005470* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
005480* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
005490* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
005500*----------------------------------------------------------
005510 9110-READ-RUN-CONTROL.
005520     READ USERRCTL INTO WS-RCL
005530         AT END
005540             SET WS-NO-MORE-RCL TO TRUE
005550         NOT AT END
005560             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
005570     END-READ.
005580 9110-EXIT.
005590     EXIT.

005600 9120-TALLY-RUN-CONTROL.
005610     IF RCL-STEP = "USRLOAD"
005620         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
005630         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
005640         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
005650     END-IF.
005660     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
005670         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
005680         GO TO 9120-EXIT
005690     END-IF.
005700     IF RCL-STEP = WS-RCL-STEP
005710         SET WS-RCL-ALREADY-DONE TO TRUE
005720     END-IF.
005730     IF RCL-STEP = WS-RCL-PREREQ
005740         SET WS-RCL-PREREQ-CLEAN TO TRUE
005750     END-IF.
005760 9120-EXIT.
005770     EXIT.

005780*----------------------------------------------------------
005790* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
005800* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
005810*----------------------------------------------------------
005820 9200-WRITE-RUN-CONTROL.
005830     OPEN EXTEND USERRCTL.
005840     IF WS-USERRCTL-STATUS NOT = "00" AND
005850         WS-USERRCTL-STATUS NOT = "05"
005860         DISPLAY "USRHAG: UNABLE TO LOG TO USERRCTL, STATUS = "
005870             WS-USERRCTL-STATUS
005880         SET WS-RCL-NOT-WRITTEN TO TRUE
005890         GO TO 9200-EXIT
005900     END-IF.
005910     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
005920     MOVE WS-RCL-STEP TO RCL-STEP.
005930     MOVE WS-RCL-EVENT TO RCL-EVENT.
005940     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
005950     ACCEPT RCL-EVENT-TIME FROM TIME.
005960     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005970     MOVE WS-RCL-NOTE TO RCL-NOTE.
005980     WRITE RCL-LINE FROM WS-RCL.
005990     CLOSE USERRCTL.
006000 9200-EXIT.
006010     EXIT.

006020*----------------------------------------------------------
006030* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
006040* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
006050* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
006060* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
006070*----------------------------------------------------------
006080 9300-LOG-END.
006090     IF NOT WS-RCL-START-LOGGED
006100         GO TO 9300-EXIT
006110     END-IF.
006120     INITIALIZE WS-RCL.
006130     MOVE "ON HOLD" TO RCL-COUNT-LABEL (1).
006140     MOVE WS-HELD-COUNT TO RCL-COUNT (1).
006150     MOVE "NO REASON" TO RCL-COUNT-LABEL (2).
006160     MOVE WS-NO-REASON-COUNT TO RCL-COUNT (2).
006170     MOVE "E" TO WS-RCL-EVENT.
006180     MOVE SPACES TO WS-RCL-NOTE.
006190     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
006200     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
006210         DISPLAY "USRHAG: END NOT LOGGED - LATER STEPS WILL "
006220             "REFUSE"
006230         MOVE 8 TO RETURN-CODE
006240     END-IF.
006250 9300-EXIT.
006260     EXIT.

006270 END PROGRAM USRHAG.
